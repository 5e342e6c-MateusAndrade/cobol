      * (REMBANCO.TXT) A PARTIR DE         *
      * CADFUNC / CADCARGO / CADBANCO,     *
      * MESMO CALCULO DE FP201614          *
      * (DEPENDENTES E SALARIO-FAMILIA     *
      * PELO CADDEP / CADSALFAM)           *
      * DESCONTO DO EMPRESTIMO CONSIGNADO  *
      * PELO CADCONSIG                     *
      * ADICIONAIS DE INSALUBRIDADE OU     *
      * PERICULOSIDADE E ANUENIO INCLUIDOS *
      * NO BRUTO                           *
      * BANCO DE HORAS (CADBHORAS.DAT): MES*
      * LANCADO SEM EXTRAS A 50% E FALTAS; *
      * SALDO VENCIDO PAGO OU DESCONTADO   *
      * CONFORME GRAVADO PELA FOLHA        *
      * SALARIO PELO HISTORICO INDIVIDUAL  *
      * (CADSALFUN.DAT) VIGENTE NA DATA DE *
      * REFERENCIA; SEM HISTORICO, O DO    *
      * CADASTRO OU DO CARGO               *
      * TIPO DA REMESSA: N = FOLHA NORMAL  *
      * (CALCULO ACIMA, COM PENSOES);      *
      * C/D/R = COMPLEMENTAR (COM A        *
      * DIFERENCA DE PENSAO), 13o OU       *
      * RESCISAO PELO LIQUIDO GRAVADO EM   *
      * FOLHAHIST.DAT (SEQUENCIA 00 =      *
      * TODAS); T = NORMAL MAIS TODOS OS   *
      * DEMAIS TIPOS DA COMPETENCIA. TIPO  *
      * E SEQUENCIA VAO NO HEADER          *
      * SALARIO PROPORCIONAL AOS DIAS DO   *
      * MES (ADMISSAO NA COMPETENCIA E     *
      * AFASTAMENTOS DE CADAFAST.DAT) E    *
      * DESCONTO DE VT/VR DE CADBENMES.DAT *
      * (VT LIMITADO A 6% DO SALARIO DO    *
      * MES), COMO NO CALCULO DA FOLHA     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
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
       SELECT CADBANCO ASSIGN TO DISK
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
       SELECT CADSALFAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SFM-FAIXA
                    FILE STATUS  IS ST-SFM.
       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-AFA.
       SELECT CADBENMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BM-CHAVE
                    FILE STATUS  IS ST-BM.
       SELECT CADBHORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-BH.
       SELECT CADCONSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-CNS.
       SELECT CADEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-COMP
                    FILE STATUS  IS ST-CMP.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT REMBANCO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REM.
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
       FD CADBANCO
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
       FD CADSALFAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALFAM.DAT".
       01 REGSALFAM.
                03 SFM-FAIXA     PIC 9(01).
                03 SFM-LIMITE    PIC 9(6)V99.
                03 SFM-COTA      PIC 9(4)V99.
                03 FILLER        PIC X(49).
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
       FD CADBENMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENMES.DAT".
       01 REGBENMES.
                03 BM-CHAVE.
                   05 BM-CHAPA       PIC 9(05).
                   05 BM-COMP.
                      07 BM-COMP-MES PIC 9(02).
                      07 BM-COMP-ANO PIC 9(04).
                03 BM-DIAS           PIC 9(02).
                03 BM-VT-QTDE        PIC 9(03).
                03 BM-VT-VALOR       PIC 9(5)V99.
                03 BM-VT-DESC        PIC 9(5)V99.
                03 BM-VR-VALOR       PIC 9(5)V99.
                03 BM-VR-DESC        PIC 9(5)V99.
                03 BM-DATA           PIC 9(08).
                03 FILLER            PIC X(08).
      *
       FD CADBHORAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBHORAS.DAT".
       01 REGBHORAS.
                03 BH-CHAVE.
                   05 BH-CHAPA       PIC 9(05).
                   05 BH-COMP.
                      07 BH-ANO      PIC 9(04).
                      07 BH-MES      PIC 9(02).
                03 BH-CREDITO        PIC 9(4)V99.
                03 BH-DEBITO         PIC 9(4)V99.
                03 BH-LANCADO        PIC X(01).
                03 BH-PAGO-HORAS     PIC 9(4)V99.
                03 BH-DESC-HORAS     PIC 9(4)V99.
                03 BH-VL-PAGO        PIC 9(6)V99.
                03 BH-VL-DESC        PIC 9(6)V99.
                03 FILLER            PIC X(08).
      *
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
       FD CADEMP
               LABEL RECORD IS STANDARD
                03 EMP-CNPJ      PIC 9(14).
                03 EMP-ENDERECO  PIC X(40).
                03 EMP-RODAPE    PIC X(40).
                03 EMP-SAL-MINIMO PIC 9(6)V99.
                03 EMP-SAL-MINIMO-X REDEFINES EMP-SAL-MINIMO PIC X(08).
                03 FILLER        PIC X(17).
      *
       FD CADCOMP
               LABEL RECORD IS STANDARD
                03 CMP-OPER-REABRE PIC X(10).
                03 CMP-DATA-REABRE PIC 9(08).
                03 FILLER         PIC X(07).
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
       FD REMBANCO
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
       77 ST-BCO       PIC X(02) VALUE "00".
       77 ST-FER       PIC X(02) VALUE "00".
       77 ST-PONTO     PIC X(02) VALUE "00".
       77 W-COMP-FECHADA PIC X(01) VALUE "N".
       77 W-EMPRESA    PIC 9(01) VALUE 1.
       77 W-EMP-FUNC   PIC 9(01) VALUE 1.
       77 ST-HIST      PIC X(02) VALUE "00".
       77 W-HIST-ABERTO PIC X(01) VALUE "N".
       77 W-TIPO-REM   PIC X(01) VALUE "N".
       77 W-SEQ-REM    PIC 9(02) VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
       01 W-PEN-ABERTO       PIC X(01) VALUE "N".
       01 W-PENSAO           PIC 9(6)V99 VALUE ZEROS.
       01 W-BASE-PENSAO      PIC S9(7)V99 VALUE ZEROS.
       01 W-PEN-ANT          PIC 9(6)V99 VALUE ZEROS.
       01 W-HS-CHAVE         PIC X(14) VALUE SPACES.
       01 W-HS-SEQ           PIC 9(02) VALUE ZEROS.
       01 W-EXT100           PIC 9(3)V99 VALUE ZEROS.
       01 W-DSR              PIC 9(5)V99 VALUE ZEROS.
       01 W-DSR-DIAS         PIC 9(02) VALUE ZEROS.
       01 W-FAIXA-ANT        PIC 9(6)V99 VALUE ZEROS.
       01 W-BASE-IRRF        PIC S9(7)V99 VALUE ZEROS.
       01 W-IRRF-CALC        PIC S9(7)V99 VALUE ZEROS.
       77 ST-DEP             PIC X(02) VALUE "00".
       01 W-DEP-ABERTO       PIC X(01) VALUE "N".
       01 W-DEP-SEQ          PIC 9(02) VALUE ZEROS.
       01 W-DEP-IRRF         PIC 9(02) VALUE ZEROS.
       01 W-DEP-SALFAM       PIC 9(02) VALUE ZEROS.
       01 W-DEP-AAAAMM       PIC 9(06) VALUE ZEROS.
       01 W-DEP-LIMITE       PIC 9(06) VALUE ZEROS.
       77 ST-SFM             PIC X(02) VALUE "00".
       01 W-SFM-ABERTO       PIC X(01) VALUE "N".
       01 W-SFM-FX           PIC 9(02) VALUE ZEROS.
       01 W-SAL-FAMILIA      PIC 9(5)V99 VALUE ZEROS.
       77 ST-CNS             PIC X(02) VALUE "00".
       01 W-CNS-ABERTO       PIC X(01) VALUE "N".
       77 ST-AFA             PIC X(02) VALUE "00".
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
       01 W-DIAS-ADM         PIC 9(02) VALUE ZEROS.
       01 W-DIAS-CALC        PIC S9(05) VALUE ZEROS.
       01 W-DIAS-PAGOS       PIC 9(02) VALUE ZEROS.
       01 W-ADM-FUTURA       PIC X(01) VALUE "N".
       01 W-ADM-AAAAMM       PIC 9(06) VALUE ZEROS.
       01 W-COMP-AAAAMM      PIC 9(06) VALUE ZEROS.
       01 W-VL-AFEMP         PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-MATER         PIC 9(6)V99 VALUE ZEROS.
       77 ST-BM              PIC X(02) VALUE "00".
       01 W-BM-ABERTO        PIC X(01) VALUE "N".
       01 W-DESC-VT          PIC 9(5)V99 VALUE ZEROS.
       01 W-DESC-VR          PIC 9(5)V99 VALUE ZEROS.
       01 W-TETO-VT          PIC 9(5)V99 VALUE ZEROS.
       01 W-VL-SALARIO       PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-HE50          PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-HE100         PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-FALTAS        PIC 9(6)V99 VALUE ZEROS.
       77 ST-BH              PIC X(02) VALUE "00".
       01 W-BH-ABERTO        PIC X(01) VALUE "N".
       01 W-VL-BH-PAGO       PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-BH-DESC       PIC 9(6)V99 VALUE ZEROS.
       01 W-CONSIG           PIC 9(6)V99 VALUE ZEROS.
       01 W-CNS-MARGEM       PIC S9(7)V99 VALUE ZEROS.
       01 W-CNS-VALOR        PIC 9(6)V99 VALUE ZEROS.
       01 W-CNS-PARC         PIC S9(05) VALUE ZEROS.
       01 W-TOT-LIQUIDO      PIC 9(9)V99 VALUE ZEROS.
       01 W-HOJE             PIC 9(08) VALUE ZEROS.
       77 ST-ANU             PIC X(02) VALUE "00".
       01 W-ANU-ABERTO       PIC X(01) VALUE "N".
       01 W-EMP-ABERTO       PIC X(01) VALUE "N".
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

       01 REM-HEADER.
          03 FILLER          PIC X(01) VALUE "0".
          03 RH-CNPJ         PIC 9(14).
          03 FILLER          PIC X(25)
                             VALUE "CREDITO FOLHA PAGAMENTO".
          03 RH-TIPO         PIC X(01).
          03 RH-SEQ          PIC 9(02).
          03 FILLER          PIC X(23) VALUE SPACES.

       01 REM-DETALHE.
          03 FILLER          PIC X(01) VALUE "1".
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
                OPEN INPUT CADBANCO
                IF ST-BCO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBANCO - "
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADADTO - "
                               ST-ADT
                      GO TO ROT-FIM.
                OPEN INPUT CADDEP
                IF ST-DEP = "00"
                   MOVE "S" TO W-DEP-ABERTO
                ELSE
                   DISPLAY "AVISO: CADDEP.DAT AUSENTE - DEPENDENTES "
                           "DO IRRF POR NFILHOS".
                OPEN INPUT CADSALFAM
                IF ST-SFM = "00"
                   MOVE "S" TO W-SFM-ABERTO
                ELSE
                   DISPLAY "AVISO: CADSALFAM.DAT AUSENTE - SEM "
                           "SALARIO-FAMILIA".
                OPEN INPUT CADCONSIG
                IF ST-CNS = "00"
                   MOVE "S" TO W-CNS-ABERTO
                ELSE
                   DISPLAY "AVISO: CADCONSIG.DAT AUSENTE - SEM "
                           "EMPRESTIMO CONSIGNADO".
                OPEN INPUT CADAFAST
                IF ST-AFA = "00"
                   MOVE "S" TO W-AFA-ABERTO
                ELSE
                   DISPLAY "AVISO: CADAFAST.DAT AUSENTE - SEM "
                           "AFASTAMENTOS".
                OPEN INPUT CADBENMES
                IF ST-BM = "00"
                   MOVE "S" TO W-BM-ABERTO
                ELSE
                   DISPLAY "AVISO: CADBENMES.DAT AUSENTE - SEM "
                           "DESCONTO DE VT/VR".
                OPEN INPUT CADBHORAS
                IF ST-BH = "00"
                   MOVE "S" TO W-BH-ABERTO
                ELSE
                   DISPLAY "AVISO: CADBHORAS.DAT AUSENTE - SEM "
                           "BANCO DE HORAS".
                OPEN INPUT CADINSS
                IF ST-INSS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DA TABELA CADINSS - "
                ELSE
                   DISPLAY "AVISO: CADCOMP.DAT AUSENTE - SEM "
                           "CONTROLE DE COMPETENCIA FECHADA".
                OPEN INPUT FOLHAHIST
                IF ST-HIST = "00"
                   MOVE "S" TO W-HIST-ABERTO
                ELSE
                   DISPLAY "AVISO: FOLHAHIST.DAT AUSENTE - SO "
                           "REMESSA DA FOLHA NORMAL".
                OPEN OUTPUT REMBANCO
                IF ST-REM NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMBANCO - "
                OPEN INPUT CADEMP
                MOVE ZEROS TO RH-CNPJ
                IF ST-EMP = "00"
                   MOVE "S" TO W-EMP-ABERTO
                   MOVE W-EMPRESA TO EMP-CODIGO
                   READ CADEMP
                        INVALID KEY
                           DISPLAY "*** EMPRESA NAO CADASTRADA ***"
                        NOT INVALID KEY
                           MOVE EMP-CNPJ TO RH-CNPJ.
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                COMPUTE W-DEP-AAAAMM = W-COMP-ANO * 100 + W-COMP-MES
                PERFORM VERIFICA-COMP-FECHADA
                        THRU VERIFICA-COMP-FECHADA-FIM
                IF W-COMP-FECHADA = "S"
                   DISPLAY "*** COMPETENCIA FECHADA - REABRA EM "
                           "FP201659 ***"
                   GO TO ROT-FIM.
      *
      **********************************
      * TIPO DE FOLHA DA REMESSA       *
      **********************************
      *
       PEDE-TIPO.
                DISPLAY "TIPO (N=NORMAL C=COMPLEMENTAR D=13o "
                        "R=RESCISAO T=TODOS): "
                ACCEPT W-TIPO-REM FROM CONSOLE
                IF W-TIPO-REM = "n" MOVE "N" TO W-TIPO-REM.
                IF W-TIPO-REM = "c" MOVE "C" TO W-TIPO-REM.
                IF W-TIPO-REM = "d" MOVE "D" TO W-TIPO-REM.
                IF W-TIPO-REM = "r" MOVE "R" TO W-TIPO-REM.
                IF W-TIPO-REM = "t" MOVE "T" TO W-TIPO-REM.
                IF W-TIPO-REM NOT = "N" AND "C" AND "D" AND "R"
                                     AND "T"
                   GO TO PEDE-TIPO.
                MOVE ZEROS TO W-SEQ-REM
                IF W-TIPO-REM = "N"
                   GO TO GRAVA-HEADER.
                IF W-HIST-ABERTO NOT = "S"
                   DISPLAY "*** SEM FOLHAHIST.DAT SO HA REMESSA DA "
                           "FOLHA NORMAL ***"
                   GO TO PEDE-TIPO.
                IF W-TIPO-REM = "T"
                   GO TO GRAVA-HEADER.
       PEDE-SEQ.
                DISPLAY "SEQUENCIA DA FOLHA (00 = TODAS): "
                ACCEPT W-SEQ-REM FROM CONSOLE
                IF W-SEQ-REM NOT NUMERIC
                   GO TO PEDE-SEQ.
       GRAVA-HEADER.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO RH-DATA
                MOVE W-COMPETENCIA TO RH-COMP
                MOVE W-TIPO-REM TO RH-TIPO
                MOVE W-SEQ-REM TO RH-SEQ
                WRITE REGREM FROM REM-HEADER
                IF W-TIPO-REM NOT = "N" AND "T"
                   GO TO GERA-HIST.
      *
       LE-001.
                READ CADFUNC NEXT RECORD
                     AT END GO TO LE-001-FIM.
                IF DATADEMIS OF REGFUNC NOT = ZEROS
                   GO TO LE-001.
                MOVE 1 TO W-EMP-FUNC
                   GO TO LE-001.
                PERFORM GERA-DETALHE THRU GERA-DETALHE-FIM
                GO TO LE-001.
       LE-001-FIM.
                IF W-TIPO-REM = "T"
                   GO TO GERA-HIST.
                GO TO ROT-TRAILER.
      *
      **********************************
      * CREDITOS DAS DEMAIS FOLHAS DA  *
      * COMPETENCIA PELO LIQUIDO DE    *
      * FOLHAHIST.DAT (NO TIPO T A     *
      * NORMAL JA SAIU DO CALCULO)     *
      **********************************
      *
       GERA-HIST.
                MOVE LOW-VALUES TO FH-CHAVE
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO ROT-TRAILER.
       GERA-HIST-LE.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO ROT-TRAILER.
                IF FH-COMP-MES NOT = W-COMP-MES OR
                   FH-COMP-ANO NOT = W-COMP-ANO
                   GO TO GERA-HIST-LE.
                IF W-TIPO-REM = "T" AND FH-TIPO = "N"
                   GO TO GERA-HIST-LE.
                IF W-TIPO-REM NOT = "T" AND FH-TIPO NOT = W-TIPO-REM
                   GO TO GERA-HIST-LE.
                IF W-SEQ-REM NOT = ZEROS AND FH-SEQ NOT = W-SEQ-REM
                   GO TO GERA-HIST-LE.
                MOVE 1 TO W-EMP-FUNC
                IF FH-EMPRESA-X NUMERIC AND FH-EMPRESA > ZEROS
                   MOVE FH-EMPRESA TO W-EMP-FUNC.
                IF W-EMP-FUNC NOT = W-EMPRESA
                   GO TO GERA-HIST-LE.
                IF FH-LIQUIDO = ZEROS
                   GO TO GERA-HIST-LE.
                PERFORM GERA-DET-HIST THRU GERA-DET-HIST-FIM
                GO TO GERA-HIST-LE.
      *
       GERA-DET-HIST.
                MOVE FH-CHAPA TO CHAPA OF REGFUNC
                READ CADFUNC
                     INVALID KEY
                        DISPLAY "CHAPA SEM CADASTRO - " FH-CHAPA
                        ADD 1 TO W-QTDE-SEM
                        GO TO GERA-DET-HIST-FIM.
                MOVE FH-CHAPA TO BCO-CHAPA
                READ CADBANCO
                     INVALID KEY
                        DISPLAY "SEM DADOS BANCARIOS - CHAPA "
                                FH-CHAPA
                        ADD 1 TO W-QTDE-SEM
                        GO TO GERA-DET-HIST-FIM.
                MOVE FH-CHAPA TO RD-CHAPA
                MOVE CPF OF REGFUNC TO RD-CPF
                MOVE BCO-BANCO TO RD-BANCO
                MOVE BCO-AGENCIA TO RD-AGENCIA
                MOVE BCO-CONTA TO RD-CONTA
                MOVE BCO-DIGITO TO RD-DIGITO
                MOVE BCO-TIPO TO RD-TIPO
                MOVE FH-LIQUIDO TO RD-LIQUIDO
                WRITE REGREM FROM REM-DETALHE
                ADD 1 TO W-QTDE
                ADD FH-LIQUIDO TO W-TOT-LIQUIDO.
                IF FH-TIPO NOT = "C"
                   GO TO GERA-DET-HIST-FIM.
                PERFORM PENSAO-COMPL THRU PENSAO-COMPL-FIM
                IF W-PENSAO > ZEROS
                   PERFORM GERA-DET-PENSAO THRU GERA-DET-PENSAO-FIM.
       GERA-DET-HIST-FIM.
                EXIT.
      *
      **********************************
      * PENSAO RETIDA NA COMPLEMENTAR: *
      * CALCULA-PENSAO SOBRE A BASE    *
      * SOMADA ATE ESTA SEQUENCIA MENOS*
      * A JA RETIDA NAS ANTERIORES     *
      * (NORMAL, FERIAS E COMPLEMENTA- *
      * RES DE SEQUENCIA MENOR), COMO  *
      * EM FP201614. A LEITURA DO      *
      * FOLHAHIST VOLTA A ESTA LINHA   *
      **********************************
      *
       PENSAO-COMPL.
                MOVE FH-CHAVE TO W-HS-CHAVE
                MOVE FH-SEQ TO W-HS-SEQ
                MOVE ZEROS TO W-BRUTO W-INSS W-IRRF
                MOVE SPACES TO FH-TIPO
                MOVE ZEROS TO FH-SEQ
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO PENSAO-COMPL-POS.
       PENSAO-COMPL-LE.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO PENSAO-COMPL-POS.
                IF FH-CHAPA NOT = CHAPA OF REGFUNC
                   OR FH-COMP-MES NOT = W-COMP-MES
                   OR FH-COMP-ANO NOT = W-COMP-ANO
                   GO TO PENSAO-COMPL-POS.
                IF FH-TIPO = "C" AND FH-SEQ NOT < W-HS-SEQ
                   GO TO PENSAO-COMPL-LE.
                IF FH-TIPO NOT = "N" AND "C" AND "F"
                   GO TO PENSAO-COMPL-LE.
                ADD FH-BRUTO TO W-BRUTO
                ADD FH-INSS TO W-INSS
                ADD FH-IRRF TO W-IRRF
                GO TO PENSAO-COMPL-LE.
       PENSAO-COMPL-POS.
                MOVE W-HS-CHAVE TO FH-CHAVE
                READ FOLHAHIST
                     INVALID KEY
                        DISPLAY "ERRO NA RELEITURA DO FOLHAHIST - "
                                "CHAPA " CHAPA OF REGFUNC
                        MOVE ZEROS TO W-PENSAO
                        GO TO PENSAO-COMPL-FIM.
                PERFORM CALCULA-PENSAO THRU CALCULA-PENSAO-FIM
                MOVE W-PENSAO TO W-PEN-ANT
                ADD FH-BRUTO TO W-BRUTO
                ADD FH-INSS TO W-INSS
                ADD FH-IRRF TO W-IRRF
                PERFORM CALCULA-PENSAO THRU CALCULA-PENSAO-FIM
                IF W-PENSAO > W-PEN-ANT
                   SUBTRACT W-PEN-ANT FROM W-PENSAO
                ELSE
                   MOVE ZEROS TO W-PENSAO.
       PENSAO-COMPL-FIM.
                EXIT.
      *
       GERA-DETALHE.
                MOVE "N" TO W-CARGO-OK
                READ CADCARGO RECORD
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY MOVE "S" TO W-CARGO-OK.
                IF CARGO-ENCONTRADO
                   COMPUTE W-SLF-REF = W-COMP-ANO * 10000
                           + W-COMP-MES * 100 + 31
                   PERFORM BUSCA-SALFUN THRU BUSCA-SALFUN-FIM.
                IF NOT CARGO-ENCONTRADO
                   DISPLAY "SEM CARGO - CHAPA " CHAPA OF REGFUNC
                   ADD 1 TO W-QTDE-SEM
                                CHAPA OF REGFUNC
                        ADD 1 TO W-QTDE-SEM
                        GO TO GERA-DETALHE-FIM.
                MOVE ZEROS TO W-VL-SALARIO W-VL-HE50 W-VL-HE100
                              W-VL-FALTAS W-DSR W-DSR-DIAS W-EXT100
                              W-VL-AFEMP W-VL-MATER
                MOVE "S" TO W-BRUTO-OK
                MOVE "N" TO W-PONTO-OK
                IF W-PONTO-ABERTO = "S"
                   READ CADPONTO
                        INVALID KEY NEXT SENTENCE
                        NOT INVALID KEY MOVE "S" TO W-PONTO-OK.
                PERFORM BUSCA-BANCO-HORAS THRU BUSCA-BANCO-HORAS-FIM
                PERFORM APURA-DIAS THRU APURA-DIAS-FIM
                IF W-ADM-FUTURA = "S"
                   DISPLAY "ADMITIDO APOS A COMPETENCIA - CHAPA "
                           CHAPA OF REGFUNC
                   ADD 1 TO W-QTDE-SEM
                   GO TO GERA-DETALHE-FIM.
                COMPUTE W-SALHORA = W-SAL-FUNC / 220
                IF TIPOSAL OF REGFUNC = "H" OR "h"
                   PERFORM CALCULA-HORISTA THRU CALCULA-HORISTA-FIM
                ELSE
                   PERFORM CALCULA-MENSAL THRU CALCULA-MENSAL-FIM.
                IF W-BRUTO-OK = "N"
                   GO TO GERA-DETALHE-FIM.
                MOVE W-COMP-ANO TO W-ADC-REF-ANO
                MOVE W-COMP-MES TO W-ADC-REF-MES
                MOVE 31 TO W-ADC-REF-DIA
                PERFORM CALCULA-ADICIONAIS THRU CALCULA-ADICIONAIS-FIM
                COMPUTE W-DIAS-CALC = W-DIAS-PAGOS + W-AF-EMP
                        + W-AF-MATER
                IF W-DIAS-CALC < 30
                   COMPUTE W-VL-INSALUB = W-VL-INSALUB * W-DIAS-CALC
                           / 30
                   COMPUTE W-VL-PERICUL = W-VL-PERICUL * W-DIAS-CALC
                           / 30
                   COMPUTE W-VL-ANUENIO = W-VL-ANUENIO * W-DIAS-CALC
                           / 30.
                ADD W-VL-INSALUB W-VL-PERICUL W-VL-ANUENIO TO W-BRUTO
                ADD W-VL-BH-PAGO TO W-BRUTO
                IF W-VL-BH-DESC > W-BRUTO
                   MOVE W-BRUTO TO W-VL-BH-DESC.
                SUBTRACT W-VL-BH-DESC FROM W-BRUTO
                PERFORM BUSCA-FERIAS THRU BUSCA-FERIAS-FIM
                ADD W-ADIC-FERIAS TO W-BRUTO
                PERFORM BUSCA-LANCAMENTOS THRU BUSCA-LANCAMENTOS-FIM
                ADD W-LANC-PROV TO W-BRUTO
                PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM
                PERFORM CALCULA-IRRF THRU CALCULA-IRRF-FIM
                PERFORM CALCULA-SALFAM THRU CALCULA-SALFAM-FIM
                COMPUTE W-DIAS-CALC = W-DIAS-PAGOS + W-AF-EMP
                        + W-AF-MATER
                IF W-DIAS-CALC < 30
                   COMPUTE W-SAL-FAMILIA = W-SAL-FAMILIA / 30
                           * W-DIAS-CALC.
                PERFORM CALCULA-PENSAO THRU CALCULA-PENSAO-FIM
                PERFORM BUSCA-ADIANT THRU BUSCA-ADIANT-FIM
                PERFORM BUSCA-BENEFICIO THRU BUSCA-BENEFICIO-FIM
                PERFORM BUSCA-CONSIGNADO THRU BUSCA-CONSIGNADO-FIM
                COMPUTE W-LIQ-CALC = W-BRUTO - W-INSS - W-IRRF
                        - W-PENSAO - W-LANC-DESC - W-ADIANT
                        - W-DESC-VT - W-DESC-VR + W-SAL-FAMILIA
                        - W-CONSIG
                IF W-LIQ-CALC > ZEROS
                   MOVE W-LIQ-CALC TO W-LIQUIDO
                ELSE
      **********************************
      *
       CALCULA-HORISTA.
                COMPUTE W-VL-AFEMP = W-SALHORA * 8 * W-AF-EMP
                COMPUTE W-VL-MATER = W-SALHORA * 8 * W-AF-MATER
                IF NOT PONTO-ENCONTRADO AND
                   W-AF-EMP + W-AF-INSS + W-AF-MATER + W-AF-SREM > 0
                   COMPUTE W-BRUTO = W-VL-AFEMP + W-VL-MATER
                   GO TO CALCULA-HORISTA-FIM.
                IF NOT PONTO-ENCONTRADO
                   MOVE "N" TO W-BRUTO-OK
                   DISPLAY "HORISTA SEM PONTO - CHAPA "
                   MOVE PON-HORASEXT100 TO W-EXT100.
                PERFORM CALCULA-DSR-DIAS THRU CALCULA-DSR-FIM
                COMPUTE W-DSR = W-SALHORA * 8 * W-DSR-DIAS
                COMPUTE W-VL-SALARIO = W-SALHORA * PON-HORAS
                COMPUTE W-VL-HE50 = W-SALHORA * 1,5 * PON-HORASEXT
                COMPUTE W-VL-HE100 = W-SALHORA * 2 * W-EXT100
                COMPUTE W-VL-FALTAS = W-SALHORA * 8 * PON-DIASFALTA
                COMPUTE W-BRUTO-CALC = W-VL-SALARIO + W-VL-HE50
                      + W-VL-HE100 + W-VL-AFEMP + W-VL-MATER
                      - W-VL-FALTAS - W-DSR
                IF W-BRUTO-CALC > ZEROS
                   MOVE W-BRUTO-CALC TO W-BRUTO
                ELSE
                EXIT.
      *
       CALCULA-MENSAL.
                IF W-DIAS-PAGOS = 30
                   MOVE W-SAL-FUNC TO W-VL-SALARIO
                ELSE
                   COMPUTE W-VL-SALARIO = (W-SAL-FUNC
                           / 30) * W-DIAS-PAGOS.
                COMPUTE W-VL-AFEMP = (W-SAL-FUNC / 30)
                        * W-AF-EMP
                COMPUTE W-VL-MATER = (W-SAL-FUNC / 30)
                        * W-AF-MATER
                COMPUTE W-BRUTO = W-VL-SALARIO + W-VL-AFEMP
                        + W-VL-MATER
                IF NOT PONTO-ENCONTRADO
                   GO TO CALCULA-MENSAL-FIM.
                MOVE ZEROS TO W-EXT100
                IF PON-EXT100-X NUMERIC
                   MOVE PON-HORASEXT100 TO W-EXT100.
                PERFORM CALCULA-DSR-DIAS THRU CALCULA-DSR-FIM
                COMPUTE W-DSR = (W-SAL-FUNC / 30)
                        * W-DSR-DIAS
                COMPUTE W-VL-HE50 = W-SALHORA * 1,5 * PON-HORASEXT
                COMPUTE W-VL-HE100 = W-SALHORA * 2 * W-EXT100
                COMPUTE W-VL-FALTAS = (W-SAL-FUNC / 30)
                        * PON-DIASFALTA
                COMPUTE W-BRUTO-CALC = W-BRUTO + W-VL-HE50
                      + W-VL-HE100 - W-VL-FALTAS - W-DSR
                IF W-BRUTO-CALC > ZEROS
                   MOVE W-BRUTO-CALC TO W-BRUTO
                ELSE
                EXIT.
      *
      **********************************
      * DIAS DO MES COMERCIAL (30)     *
      * PAGOS COMO SALARIO: DESCONTA   *
      * OS DIAS ANTERIORES A ADMISSAO  *
      * NA COMPETENCIA E OS DIAS DE    *
      * AFASTAMENTO (CADAFAST)         *
      **********************************
      *
       APURA-DIAS.
                MOVE "N" TO W-ADM-FUTURA
                MOVE ZEROS TO W-DIAS-ADM
                COMPUTE W-ADM-AAAAMM = ADM-ANO OF REGFUNC * 100
                        + ADM-MES OF REGFUNC
                COMPUTE W-COMP-AAAAMM = W-COMP-ANO * 100 + W-COMP-MES
                IF W-ADM-AAAAMM > W-COMP-AAAAMM
                   MOVE "S" TO W-ADM-FUTURA
                   GO TO APURA-DIAS-FIM.
                IF W-ADM-AAAAMM = W-COMP-AAAAMM
                   COMPUTE W-DIAS-ADM = ADM-DIA OF REGFUNC - 1
                   IF W-DIAS-ADM > 29
                      MOVE 29 TO W-DIAS-ADM.
                MOVE 1 TO W-DT-DIA
                MOVE W-COMP-MES TO W-DT-MES
                MOVE W-COMP-ANO TO W-DT-ANO
                MOVE "N" TO W-DT-ULTIMO
                PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
                MOVE W-DT-NUM TO W-PER-INI-N
                COMPUTE W-PER-FIM-N = W-DT-NUM + 29
                PERFORM APURA-AFAST THRU APURA-AFAST-FIM
                COMPUTE W-DIAS-CALC = 30 - W-DIAS-ADM - W-AF-EMP
                        - W-AF-INSS - W-AF-MATER - W-AF-SREM
                IF W-DIAS-CALC > ZEROS
                   MOVE W-DIAS-CALC TO W-DIAS-PAGOS
                ELSE
                   MOVE ZEROS TO W-DIAS-PAGOS.
       APURA-DIAS-FIM.
                EXIT.
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
      * DIAS DE DSR PERDIDOS: UM POR   *
      * SEMANA INICIADA COM FALTA NAO  *
      * JUSTIFICADA (SEMANA DE 6 DIAS  *
                IF FER-SITUACAO = "P" AND
                   FER-PR-MES = W-COMP-MES AND
                   FER-PR-ANO = W-COMP-ANO
                   COMPUTE W-ADIC-FERIAS = (((W-SAL-FUNC
                           + W-VL-ADICIONAL) / 30) * FER-PROG-DIAS) / 3
                   GO TO BUSCA-FERIAS-FIM.
                ADD 1 TO W-FERSEQ
                GO TO BUSCA-FERIAS-LOOP.
                EXIT.
      *
      **********************************
      * VALE-TRANSPORTE E VALE-        *
      * REFEICAO APURADOS (FP201669):  *
      * DESCONTO DO VT NUNCA SUPERIOR  *
      * A 6% DO SALARIO DO MES         *
      **********************************
      *
       BUSCA-BENEFICIO.
                MOVE ZEROS TO W-DESC-VT W-DESC-VR
                IF W-BM-ABERTO NOT = "S"
                   GO TO BUSCA-BENEFICIO-FIM.
                MOVE CHAPA OF REGFUNC TO BM-CHAPA
                MOVE W-COMP-MES TO BM-COMP-MES
                MOVE W-COMP-ANO TO BM-COMP-ANO
                READ CADBENMES
                     INVALID KEY GO TO BUSCA-BENEFICIO-FIM.
                MOVE BM-VT-DESC TO W-DESC-VT
                MOVE BM-VR-DESC TO W-DESC-VR
                COMPUTE W-TETO-VT = W-VL-SALARIO * 6 / 100
                IF W-DESC-VT > W-TETO-VT
                   MOVE W-TETO-VT TO W-DESC-VT.
       BUSCA-BENEFICIO-FIM.
                EXIT.
      *
      **********************************
      * EMPRESTIMO CONSIGNADO DEVIDO   *
      * NA COMPETENCIA, LIMITADO A 35% *
      * DO BRUTO MENOS INSS, IRRF E    *
      * PENSAO (MESMA REGRA DE         *
      * FP201614)                      *
      **********************************
      *
       BUSCA-CONSIGNADO.
                MOVE ZEROS TO W-CONSIG
                IF W-CNS-ABERTO NOT = "S"
                   GO TO BUSCA-CONSIGNADO-FIM.
                COMPUTE W-CNS-MARGEM = (W-BRUTO - W-INSS - W-IRRF
                        - W-PENSAO) * 35 / 100
                MOVE CHAPA OF REGFUNC TO CNS-CHAPA
                MOVE ZEROS TO CNS-SEQ
                START CADCONSIG KEY IS NOT LESS THAN CNS-CHAVE
                      INVALID KEY GO TO BUSCA-CONSIGNADO-FIM.
       BUSCA-CONSIGNADO-LE.
                READ CADCONSIG NEXT RECORD
                     AT END GO TO BUSCA-CONSIGNADO-FIM.
                IF CNS-CHAPA NOT = CHAPA OF REGFUNC
                   GO TO BUSCA-CONSIGNADO-FIM.
                IF CNS-SITUACAO NOT = "A"
                   GO TO BUSCA-CONSIGNADO-LE.
                COMPUTE W-CNS-PARC = (W-COMP-ANO * 12 + W-COMP-MES)
                                   - (CNS-PC-ANO * 12 + CNS-PC-MES) + 1
                IF W-CNS-PARC < 1 OR W-CNS-PARC > CNS-QTDE-PARC
                   GO TO BUSCA-CONSIGNADO-LE.
                MOVE CNS-VL-PARC TO W-CNS-VALOR
                IF W-CNS-MARGEM < ZEROS
                   MOVE ZEROS TO W-CNS-MARGEM.
                IF W-CNS-VALOR > W-CNS-MARGEM
                   MOVE W-CNS-MARGEM TO W-CNS-VALOR.
                ADD W-CNS-VALOR TO W-CONSIG
                SUBTRACT W-CNS-VALOR FROM W-CNS-MARGEM
                GO TO BUSCA-CONSIGNADO-LE.
       BUSCA-CONSIGNADO-FIM.
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
                EXIT.
      *
      **********************************
      * DEPENDENTES DA CHAPA EM CADDEP:*
      * DEDUZ NO IRRF QUEM TEM O       *
      * INDICADOR DE IRRF (SEM         *
      * INDICADOR CONTA, COMO ANTES).  *
      * SALARIO-FAMILIA: FILHO MARCADO *
      * ATE O MES EM QUE COMPLETA 14   *
      * ANOS (W-DEP-AAAAMM).           *
      * SEM CADDEP, VALE NFILHOS       *
      **********************************
      *
       CONTA-DEPENDENTES.
                MOVE ZEROS TO W-DEP-IRRF W-DEP-SALFAM
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
                IF DEP-SALFAM NOT = "S"
                   GO TO CONTA-DEPENDENTES-LOOP.
                COMPUTE W-DEP-LIMITE = (DEP-ANO + 14) * 100 + DEP-MES
                IF W-DEP-AAAAMM NOT > W-DEP-LIMITE
                   ADD 1 TO W-DEP-SALFAM.
                GO TO CONTA-DEPENDENTES-LOOP.
       CONTA-DEPENDENTES-FIM.
                EXIT.
      *
      **********************************
      * SALARIO-FAMILIA: COTA DA       *
      * PRIMEIRA FAIXA DE CADSALFAM    *
      * CUJO TETO COMPORTA O BRUTO,    *
      * VEZES OS FILHOS COM DIREITO    *
      **********************************
      *
       CALCULA-SALFAM.
                MOVE ZEROS TO W-SAL-FAMILIA
                IF W-SFM-ABERTO NOT = "S" OR W-DEP-SALFAM = ZEROS
                   GO TO CALCULA-SALFAM-FIM.
                MOVE 1 TO W-SFM-FX.
       CALCULA-SALFAM-LOOP.
                IF W-SFM-FX > 9 GO TO CALCULA-SALFAM-FIM.
                MOVE W-SFM-FX TO SFM-FAIXA
                ADD 1 TO W-SFM-FX
                READ CADSALFAM
                     INVALID KEY GO TO CALCULA-SALFAM-LOOP.
                IF W-BRUTO > SFM-LIMITE
                   GO TO CALCULA-SALFAM-LOOP.
                COMPUTE W-SAL-FAMILIA = SFM-COTA * W-DEP-SALFAM.
       CALCULA-SALFAM-FIM.
                EXIT.
      *
      **********************************
      * COMPETENCIA FECHADA EM CADCOMP *
      * (FP201659): IMPEDE O           *
      * REPROCESSAMENTO SEM REABERTURA *
                MOVE W-TOT-LIQUIDO TO RT-TOTAL
                WRITE REGREM FROM REM-TRAILER
                DISPLAY "DETALHES GERADOS: " W-QTDE
                DISPLAY "SEM REMESSA: " W-QTDE-SEM
                GO TO ROT-FIM.
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
      **********************************
      * BANCO DE HORAS DA COMPETENCIA  *
      * (CADBHORAS.DAT): MES LANCADO   *
      * POR FP201676 SEM EXTRAS A 50%  *
      * E SEM FALTAS; SALDO VENCIDO    *
      * PAGO/DESCONTADO PELA FOLHA     *
      **********************************
      *
       BUSCA-BANCO-HORAS.
                MOVE ZEROS TO W-VL-BH-PAGO W-VL-BH-DESC
                IF W-BH-ABERTO NOT = "S"
                   GO TO BUSCA-BANCO-HORAS-FIM.
                MOVE CHAPA OF REGFUNC TO BH-CHAPA
                MOVE W-COMP-ANO TO BH-ANO
                MOVE W-COMP-MES TO BH-MES
                READ CADBHORAS
                     INVALID KEY GO TO BUSCA-BANCO-HORAS-FIM.
                MOVE BH-VL-PAGO TO W-VL-BH-PAGO
                MOVE BH-VL-DESC TO W-VL-BH-DESC
                IF BH-LANCADO = "S" AND PONTO-ENCONTRADO
                   MOVE ZEROS TO PON-HORASEXT PON-DIASFALTA.
       BUSCA-BANCO-HORAS-FIM.
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
                IF W-SFM-ABERTO = "S"
                   CLOSE CADSALFAM.
                IF W-CNS-ABERTO = "S"
                   CLOSE CADCONSIG.
                IF W-AFA-ABERTO = "S"
                   CLOSE CADAFAST.
                IF W-BM-ABERTO = "S"
                   CLOSE CADBENMES.
                IF W-BH-ABERTO = "S"
                   CLOSE CADBHORAS.
                IF W-CMP-ABERTO = "S"
                   CLOSE CADCOMP.
                IF W-FER-ABERTO = "S"
                   CLOSE CADPENSAO.
                IF W-ADT-ABERTO = "S"
                   CLOSE CADADTO.
                IF W-SLF-ABERTO = "S"
                   CLOSE CADSALFUN.
                IF W-HIST-ABERTO = "S"
                   CLOSE FOLHAHIST.
                CLOSE CADFUNC CADCARGO CADBANCO CADINSS CADIRRF
                      REMBANCO
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
