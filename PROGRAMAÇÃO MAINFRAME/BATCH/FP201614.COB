      * PARTIR DE CADFUNC / CADCARGO /     *
      * CADEPTO, COM AS TABELAS DE FAIXAS  *
      * CADINSS / CADIRRF E O DEPOSITO     *
      * MENSAL DE FGTS (8% DO BRUTO).      *
      * CADA RUBRICA CALCULADA E GRAVADA   *
      * POR CHAPA/COMPETENCIA/EVENTO EM    *
      * FOLHAEVT.DAT (PREVIA EM            *
      * FOLHAEVS.DAT)                      *
      * SALARIO PROPORCIONAL AOS DIAS DO   *
      * MES: ADMISSAO NA COMPETENCIA E     *
      * AFASTAMENTOS DE CADAFAST.DAT       *
      * (15 PRIMEIROS DIAS DE DOENCA /     *
      * ACIDENTE PELA EMPRESA, DEMAIS PELO *
      * INSS; MATERNIDADE EM RUBRICA       *
      * PROPRIA; LICENCA NAO REMUNERADA    *
      * SEM PAGAMENTO)                     *
      * DESCONTO DO VALE-TRANSPORTE E DA   *
      * COPARTICIPACAO DO VALE-REFEICAO    *
      * APURADOS POR FP201669 EM           *
      * CADBENMES.DAT (VT LIMITADO A 6% DO *
      * SALARIO DO MES)                    *
      * DEPENDENTES DO IRRF E SALARIO-     *
      * FAMILIA PELO CADDEP.DAT, COM COTA  *
      * E TETO DA TABELA CADSALFAM.DAT     *
      * PARCELA DO EMPRESTIMO CONSIGNADO   *
      * (CADCONSIG.DAT) LIMITADA A 35% DA  *
      * REMUNERACAO DISPONIVEL; NA FOLHA   *
      * REAL GRAVA CONSIGMES.DAT E GERA O  *
      * ARQUIVO DE REPASSE POR BANCO       *
      * (REPCebbb.TXT)                     *
      * ADICIONAIS DE INSALUBRIDADE OU     *
      * PERICULOSIDADE (CARGO OU EXCECAO   *
      * DO FUNCIONARIO) E ANUENIO          *
      * (CADANUENIO.DAT), PROPORCIONAIS    *
      * AOS DIAS REMUNERADOS               *
      * BANCO DE HORAS (CADBHORAS.DAT): NO *
      * MES LANCADO POR FP201676 AS EXTRAS *
      * A 50% E AS FALTAS NAO ENTRAM NA    *
      * FOLHA; O SALDO NAO COMPENSADO NO   *
      * PRAZO DE CADEMP E PAGO COMO EXTRA  *
      * A 50% OU DESCONTADO                *
      * SALARIO PELO HISTORICO INDIVIDUAL  *
      * (CADSALFUN.DAT) VIGENTE NA DATA DE *
      * REFERENCIA; SEM HISTORICO, O DO    *
      * CADASTRO OU DO CARGO               *
      * FOLHA NORMAL (TIPO N) OU           *
      * COMPLEMENTAR (TIPO C): A           *
      * COMPLEMENTAR RECALCULA O MES       *
      * INTEIRO (INSS/IRRF SOBRE A BASE    *
      * SOMADA) E PAGA SO A DIFERENCA      *
      * CONTRA O JA PAGO NA COMPETENCIA,   *
      * GRAVANDO NOVA SEQUENCIA EM         *
      * FOLHAHIST.DAT (FOLHACOM.TXT, SEM   *
      * CONSIGMES NEM REPASSE; A PENSAO    *
      * RETIDA E SO A DIFERENCA, RUBRICA   *
      * 953, CREDITADA POR FP201628)       *
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
       SELECT CADEPTO ASSIGN TO DISK
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
       SELECT CADEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT FOLHAEVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-EVT.
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
       SELECT CADCONSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-CNS.
       SELECT CONSIGMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSM-CHAVE
                    FILE STATUS  IS ST-CSM.
       SELECT CADBHORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-BH.
       SELECT REPCONSIG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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
       FD CADEPTO
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
       FD CADEMP
               LABEL RECORD IS STANDARD
                03 EMP-CNPJ      PIC 9(14).
                03 EMP-ENDERECO  PIC X(40).
                03 EMP-RODAPE    PIC X(40).
                03 EMP-SAL-MINIMO PIC 9(6)V99.
                03 EMP-SAL-MINIMO-X REDEFINES EMP-SAL-MINIMO PIC X(08).
                03 EMP-BH-ADESAO PIC X(01).
                03 EMP-BH-PRAZO  PIC 9(02).
                03 EMP-BH-PRAZO-X REDEFINES EMP-BH-PRAZO PIC X(02).
                03 FILLER        PIC X(14).
      *
       FD CADCOMP
               LABEL RECORD IS STANDARD
                   05 FH-COMP.
                      07 FH-COMP-MES PIC 9(02).
                      07 FH-COMP-ANO PIC 9(04).
                   05 FH-TIPO        PIC X(01).
                   05 FH-SEQ         PIC 9(02).
                03 FH-BRUTO          PIC 9(6)V99.
                03 FH-INSS           PIC 9(6)V99.
                03 FH-IRRF           PIC 9(6)V99.
                03 FH-FGTS           PIC 9(6)V99.
                03 FH-EMPRESA        PIC 9(01).
                03 FH-EMPRESA-X REDEFINES FH-EMPRESA PIC X(01).
                03 FILLER            PIC X(01).
      *
       FD FOLHAEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-EVT-NOME.
       01 REGFEVT.
                03 FE-CHAVE.
                   05 FE-CHAPA       PIC 9(05).
                   05 FE-COMP.
                      07 FE-COMP-MES PIC 9(02).
                      07 FE-COMP-ANO PIC 9(04).
                   05 FE-EVENTO      PIC 9(03).
                03 FE-DENOM          PIC X(20).
                03 FE-TIPO           PIC X(01).
                03 FE-REFER          PIC 9(3)V99.
                03 FE-VALOR          PIC 9(6)V99.
                03 FE-EMPRESA        PIC 9(01).
                03 FE-DATA-CALC      PIC 9(08).
                03 FILLER            PIC X(23).
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
       FD CONSIGMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSIGMES.DAT".
       01 REGCONSMES.
                03 CSM-CHAVE.
                   05 CSM-COMP       PIC 9(06).
                   05 CSM-EMPRESA    PIC 9(01).
                   05 CSM-BANCO      PIC 9(03).
                   05 CSM-CHAPA      PIC 9(05).
                   05 CSM-SEQ        PIC 9(02).
                03 CSM-CONTRATO      PIC X(15).
                03 CSM-PARCELA       PIC 9(03).
                03 CSM-QTDE-PARC     PIC 9(03).
                03 CSM-VL-PARC       PIC 9(6)V99.
                03 CSM-VALOR         PIC 9(6)V99.
                03 CSM-CPF           PIC 9(11).
                03 CSM-NOME          PIC X(30).
                03 FILLER            PIC X(05).
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
       FD REPCONSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-REP-NOME.
       01 REGREP                      PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 ST-SLF       PIC X(02) VALUE "00".
       77 W-SLF-ABERTO PIC X(01) VALUE "N".
       77 W-SLF-REF    PIC 9(08) VALUE ZEROS.
       77 W-SAL-FUNC   PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-AUX    PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-ORIGEM PIC X(01) VALUE SPACES.
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-SIM       PIC X(02) VALUE "00".
       77 W-SIMULA     PIC X(01) VALUE "N".
       77 W-FOLHA-NOME PIC X(12) VALUE "FOLHA.TXT".
       77 W-TIPO-FOLHA PIC X(01) VALUE "N".
       77 W-TEM-NORMAL PIC X(01) VALUE "N".
       77 W-TEM-COMPL  PIC X(01) VALUE "N".
       77 W-COMPL-OK   PIC X(01) VALUE "S".
       77 W-PG-SEQ     PIC 9(02) VALUE ZEROS.
       77 ST-CMP       PIC X(02) VALUE "00".
       77 W-CMP-ABERTO PIC X(01) VALUE "N".
       77 W-COMP-FECHADA PIC X(01) VALUE "N".
       01 W-TOT-INSS         PIC 9(8)V99 VALUE ZEROS.
       01 W-TOT-IRRF         PIC 9(8)V99 VALUE ZEROS.
       01 W-TOT-LIQUIDO      PIC 9(8)V99 VALUE ZEROS.
       01 W-PG-BRUTO         PIC 9(7)V99 VALUE ZEROS.
       01 W-PG-INSS          PIC 9(7)V99 VALUE ZEROS.
       01 W-PG-IRRF          PIC 9(7)V99 VALUE ZEROS.
       01 W-PG-LIQUIDO       PIC 9(7)V99 VALUE ZEROS.
       01 W-PG-FGTS          PIC 9(7)V99 VALUE ZEROS.
       01 W-PG-PENSAO        PIC 9(7)V99 VALUE ZEROS.
       01 W-PG-BASE          PIC S9(7)V99 VALUE ZEROS.
       01 W-PEN-DIF          PIC 9(6)V99 VALUE ZEROS.
       01 W-DIF-CALC         PIC S9(7)V99 VALUE ZEROS.
       01 W-FER-ABERTO       PIC X(01) VALUE "N".
       01 W-FERSEQ           PIC 9(02) VALUE ZEROS.
       01 W-ADIC-FERIAS      PIC 9(6)V99 VALUE ZEROS.
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
       77 ST-EVT             PIC X(02) VALUE "00".
       77 W-EVT-NOME         PIC X(12) VALUE "FOLHAEVT.DAT".
       01 W-EVT-ABERTO       PIC X(01) VALUE "N".
       01 W-VL-SALARIO       PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-HE50          PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-HE100         PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-FALTAS        PIC 9(6)V99 VALUE ZEROS.
       01 W-EV-CODIGO        PIC 9(03) VALUE ZEROS.
       01 W-EV-DENOM         PIC X(20) VALUE SPACES.
       01 W-EV-TIPO          PIC X(01) VALUE SPACES.
       01 W-EV-REFER         PIC 9(3)V99 VALUE ZEROS.
       01 W-EV-VALOR         PIC 9(6)V99 VALUE ZEROS.
       01 W-QT-EVT           PIC 9(02) VALUE ZEROS.
       01 W-IND-EVT          PIC 9(02) VALUE ZEROS.
       01 TAB-EVT.
          03 TEV-ITEM OCCURS 60 TIMES.
             05 TEV-CODIGO   PIC 9(03).
             05 TEV-DENOM    PIC X(20).
             05 TEV-TIPO     PIC X(01).
             05 TEV-REFER    PIC 9(3)V99.
             05 TEV-VALOR    PIC 9(6)V99.
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
       77 ST-CNS             PIC X(02) VALUE "00".
       77 ST-CSM             PIC X(02) VALUE "00".
       77 ST-REP             PIC X(02) VALUE "00".
       01 W-CNS-ABERTO       PIC X(01) VALUE "N".
       01 W-CSM-ABERTO       PIC X(01) VALUE "N".
       77 ST-BH              PIC X(02) VALUE "00".
       01 W-BH-ABERTO        PIC X(01) VALUE "N".
       01 W-BH-LANCADO       PIC X(01) VALUE "N".
       01 W-BH-EXISTE        PIC X(01) VALUE "N".
       01 W-BH-PRAZO         PIC 9(02) VALUE 6.
       01 W-BH-MESES         PIC 9(06) VALUE ZEROS.
       01 W-BH-TEMP          PIC 9(06) VALUE ZEROS.
       01 W-BH-REM           PIC 9(02) VALUE ZEROS.
       01 W-BH-LIMITE        PIC 9(06) VALUE ZEROS.
       01 W-BH-REG-AAAAMM    PIC 9(06) VALUE ZEROS.
       01 W-BH-CRED-ANT      PIC 9(6)V99 VALUE ZEROS.
       01 W-BH-DEB-ANT       PIC 9(6)V99 VALUE ZEROS.
       01 W-BH-CRED-TOT      PIC 9(6)V99 VALUE ZEROS.
       01 W-BH-DEB-TOT       PIC 9(6)V99 VALUE ZEROS.
       01 W-BH-PAGO-ANT      PIC 9(6)V99 VALUE ZEROS.
       01 W-BH-DESC-ANT      PIC 9(6)V99 VALUE ZEROS.
       01 W-BH-SALDO         PIC S9(6)V99 VALUE ZEROS.
       01 W-BH-PAGO-H        PIC 9(4)V99 VALUE ZEROS.
       01 W-BH-DESC-H        PIC 9(4)V99 VALUE ZEROS.
       01 W-VL-BH-PAGO       PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-BH-DESC       PIC 9(6)V99 VALUE ZEROS.
       01 W-REP-ABERTO       PIC X(01) VALUE "N".
       01 W-CONSIG           PIC 9(6)V99 VALUE ZEROS.
       01 W-CNS-MARGEM       PIC S9(7)V99 VALUE ZEROS.
       01 W-CNS-VALOR        PIC 9(6)V99 VALUE ZEROS.
       01 W-CNS-PARC         PIC S9(05) VALUE ZEROS.
       01 W-REP-NOME.
           03 FILLER             PIC X(04) VALUE "REPC".
           03 W-REP-NOME-EMP     PIC 9(01).
           03 W-REP-NOME-BANCO   PIC 9(03).
           03 FILLER             PIC X(04) VALUE ".TXT".
       01 W-REP-BANCO        PIC 9(03) VALUE ZEROS.
       01 W-REP-QTDE         PIC 9(06) VALUE ZEROS.
       01 W-REP-TOTAL        PIC 9(9)V99 VALUE ZEROS.
       01 W-REP-HEADER.
           03 FILLER             PIC X(01) VALUE "0".
           03 RH-BANCO           PIC 9(03).
           03 RH-CNPJ            PIC 9(14).
           03 RH-COMP            PIC 9(06).
           03 RH-DATA            PIC 9(08).
           03 FILLER             PIC X(30)
                           VALUE "REPASSE EMPRESTIMO CONSIGNADO".
           03 FILLER             PIC X(38) VALUE SPACES.
       01 W-REP-DETALHE.
           03 FILLER             PIC X(01) VALUE "1".
           03 RD-CHAPA           PIC 9(05).
           03 RD-CPF             PIC 9(11).
           03 RD-NOME            PIC X(30).
           03 RD-CONTRATO        PIC X(15).
           03 RD-PARCELA         PIC 9(03).
           03 RD-QTDE-PARC       PIC 9(03).
           03 RD-VL-PARC         PIC 9(6)V99.
           03 RD-VALOR           PIC 9(6)V99.
           03 FILLER             PIC X(16) VALUE SPACES.
       01 W-REP-TRAILER.
           03 FILLER             PIC X(01) VALUE "9".
           03 RT-BANCO           PIC 9(03).
           03 RT-QTDE            PIC 9(06).
           03 RT-TOTAL           PIC 9(9)V99.
           03 FILLER             PIC X(79) VALUE SPACES.
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
          03 CB-TITULO     PIC X(25) VALUE "FOLHA DE PAGAMENTO".
       01 LIN-CAB2.
          03 FILLER        PIC X(18) VALUE "COMPETENCIA: ".
          03 CB-COMP-MES   PIC 99.
                   GO TO PERGUNTA-SIMULA.
                IF W-SIMULA = "S"
                   MOVE "FOLHASIM.TXT" TO W-FOLHA-NOME
                   MOVE "FOLHAEVS.DAT" TO W-EVT-NOME
                   DISPLAY "*** SIMULACAO: FOLHAHIST NAO SERA "
                           "ATUALIZADO ***"
                   GO TO ABRE-001.
      *
      **********************************
      * TIPO DA FOLHA REAL: NORMAL OU  *
      * COMPLEMENTAR (SO A DIFERENCA   *
      * CONTRA O JA PAGO NO MES)       *
      **********************************
      *
       PERGUNTA-TIPO.
                DISPLAY "TIPO DE FOLHA (N=NORMAL C=COMPLEMENTAR): "
                ACCEPT W-TIPO-FOLHA FROM CONSOLE
                IF W-TIPO-FOLHA = "n"
                   MOVE "N" TO W-TIPO-FOLHA.
                IF W-TIPO-FOLHA = "c"
                   MOVE "C" TO W-TIPO-FOLHA.
                IF W-TIPO-FOLHA NOT = "N" AND "C"
                   GO TO PERGUNTA-TIPO.
                IF W-TIPO-FOLHA = "C"
                   MOVE "FOLHACOM.TXT" TO W-FOLHA-NOME
                   MOVE "FOLHA COMPLEMENTAR" TO CB-TITULO
                   DISPLAY "*** COMPLEMENTAR: SEM CONSIGMES E SEM "
                           "REPASSE DE CONSIGNADO ***".
       ABRE-001.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
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
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO - "
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
                OPEN INPUT CADINSS
                IF ST-INSS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DA TABELA CADINSS - "
                ELSE
                   DISPLAY "AVISO: CADCOMP.DAT AUSENTE - SEM "
                           "CONTROLE DE COMPETENCIA FECHADA".
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
                OPEN INPUT CADCONSIG
                IF ST-CNS = "00"
                   MOVE "S" TO W-CNS-ABERTO
                ELSE
                   DISPLAY "AVISO: CADCONSIG.DAT AUSENTE - SEM "
                           "EMPRESTIMO CONSIGNADO".
                IF W-SIMULA = "S"
                   OPEN INPUT CADBHORAS
                ELSE
                   OPEN I-O CADBHORAS.
                IF ST-BH = "00"
                   MOVE "S" TO W-BH-ABERTO
                ELSE
                   DISPLAY "AVISO: CADBHORAS.DAT AUSENTE - SEM "
                           "BANCO DE HORAS".
                IF W-SIMULA = "S" OR W-CNS-ABERTO NOT = "S"
                   OR W-TIPO-FOLHA = "C"
                   GO TO ABRE-HIST.
                OPEN I-O CONSIGMES
                IF ST-CSM = "30" OR "35"
                   OPEN OUTPUT CONSIGMES
                   CLOSE CONSIGMES
                   OPEN I-O CONSIGMES.
                IF ST-CSM NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONSIGMES - "
                            ST-CSM
                   GO TO ROT-FIM.
                MOVE "S" TO W-CSM-ABERTO.
       ABRE-HIST.
                OPEN I-O FOLHAHIST
                IF ST-HIST NOT = "00"
                      CLOSE CADFUNC CADCARGO CADEPTO CADINSS CADIRRF
                            FOLHA
                      GO TO ROT-FIM.
      *
      **********************************
      * DETALHE POR RUBRICA: PREVIA    *
      * SEMPRE RECRIA FOLHAEVS.DAT     *
      **********************************
      *
       ABRE-EVT.
                IF W-SIMULA = "S"
                   OPEN OUTPUT FOLHAEVT
                   CLOSE FOLHAEVT.
                OPEN I-O FOLHAEVT
                IF ST-EVT = "30" OR "35"
                   OPEN OUTPUT FOLHAEVT
                   CLOSE FOLHAEVT
                   OPEN I-O FOLHAEVT.
                IF ST-EVT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOLHAEVT - "
                            ST-EVT
                   GO TO ROT-FIM.
                MOVE "S" TO W-EVT-ABERTO.
       PEDE-EMPRESA.
                DISPLAY "EMPRESA (1-9): "
                ACCEPT W-EMPRESA FROM CONSOLE
                MOVE W-EMI-ANO TO CBE-ANO
                MOVE W-EMI-HH TO CBE-HH
                MOVE W-EMI-MM TO CBE-MM.
                MOVE 6 TO W-BH-PRAZO
                IF W-EMP-ABERTO = "S"
                   MOVE W-EMPRESA TO EMP-CODIGO
                   READ CADEMP
                        INVALID KEY MOVE SPACES TO EMP-BH-PRAZO-X.
                IF W-EMP-ABERTO = "S" AND EMP-BH-PRAZO-X NUMERIC
                   IF EMP-BH-PRAZO > ZEROS
                      MOVE EMP-BH-PRAZO TO W-BH-PRAZO.
      *
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA (MMAAAA): "
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                COMPUTE W-DEP-AAAAMM = W-COMP-ANO * 100 + W-COMP-MES
                IF W-SIMULA NOT = "S"
                   PERFORM VERIFICA-COMP-FECHADA
                           THRU VERIFICA-COMP-FECHADA-FIM.
                   GO TO ROT-FIM.
                IF W-SIMULA NOT = "S"
                   PERFORM VERIFICA-FECHADA THRU VERIFICA-FECHADA-FIM.
                MOVE W-DEP-AAAAMM TO W-COMP-AAAAMM
                PERFORM LIMPA-CONSMES THRU LIMPA-CONSMES-FIM.
                MOVE W-COMP-MES TO CB-COMP-MES
                MOVE W-COMP-ANO TO CB-COMP-ANO
                PERFORM IMPRIME-CAB THRU IMPRIME-CAB-FIM.
                GO TO LE-001.
      *
       CALCULA-FUNC.
                MOVE ZEROS TO W-QT-EVT W-VL-SALARIO W-VL-HE50
                              W-VL-HE100 W-VL-FALTAS W-DSR W-DSR-DIAS
                              W-EXT100 W-VL-AFEMP W-VL-MATER
                MOVE "N" TO W-CARGO-OK
                MOVE "N" TO W-DEPTO-OK
                MOVE CCARGO OF REGFUNC TO CODIGO OF REGCARGO
                READ CADCARGO RECORD
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY MOVE "S" TO W-CARGO-OK.
                IF CARGO-ENCONTRADO
                   COMPUTE W-SLF-REF = W-COMP-ANO * 10000
                           + W-COMP-MES * 100 + 31
                   PERFORM BUSCA-SALFUN THRU BUSCA-SALFUN-FIM.
                MOVE DEPARTAMENTO OF REGFUNC TO CODIGO OF REGDEPTO
                READ CADEPTO RECORD
                     INVALID KEY NEXT SENTENCE
                   READ CADPONTO
                        INVALID KEY NEXT SENTENCE
                        NOT INVALID KEY MOVE "S" TO W-PONTO-OK.
                PERFORM BUSCA-BANCO-HORAS THRU BUSCA-BANCO-HORAS-FIM
                PERFORM APURA-DIAS THRU APURA-DIAS-FIM
                IF W-ADM-FUTURA = "S"
                   MOVE CHAPA OF REGFUNC TO LE-CHAPA
                   MOVE "ADMITIDO APOS A COMPETENCIA" TO LE-MOTIVO
                   PERFORM GRAVA-EXCECAO THRU GRAVA-EXCECAO-FIM
                   GO TO CALCULA-FUNC-FIM.
                COMPUTE W-SALHORA = W-SAL-FUNC / 220
                IF TIPOSAL OF REGFUNC = "H" OR "h"
                   PERFORM CALCULA-HORISTA THRU CALCULA-HORISTA-FIM
                ELSE
                   PERFORM CALCULA-MENSAL THRU CALCULA-MENSAL-FIM.
                IF W-BRUTO-OK = "N"
                   GO TO CALCULA-FUNC-FIM.
                PERFORM RUBRICAS-SALARIO THRU RUBRICAS-SALARIO-FIM
                PERFORM APURA-ADICIONAIS THRU APURA-ADICIONAIS-FIM
                PERFORM APURA-BANCO-HORAS THRU APURA-BANCO-HORAS-FIM
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
                COMPUTE W-FGTS = W-BRUTO * 8 / 100
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
                   MOVE ZEROS TO W-LIQUIDO.
                IF W-TIPO-FOLHA = "C"
                   PERFORM BUSCA-PAGO THRU BUSCA-PAGO-FIM
                   PERFORM PENSAO-PAGA THRU PENSAO-PAGA-FIM.
                PERFORM RUBRICAS-DESCONTO THRU RUBRICAS-DESCONTO-FIM
                IF W-TIPO-FOLHA = "C"
                   PERFORM APURA-COMPL THRU APURA-COMPL-FIM.
                IF W-COMPL-OK = "N"
                   GO TO CALCULA-FUNC-FIM.
                MOVE CHAPA OF REGFUNC TO LD-CHAPA
                MOVE NOME OF REGFUNC TO LD-NOME
                MOVE DENOMINACAO OF REGCARGO TO LD-CARGO
                ADD W-IRRF TO W-TOT-IRRF
                ADD W-LIQUIDO TO W-TOT-LIQUIDO
                ADD W-FGTS TO W-TOT-FGTS
                PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                PERFORM GRAVA-EVENTOS THRU GRAVA-EVENTOS-FIM.
       CALCULA-FUNC-FIM.
                EXIT.
      *
                IF FER-SITUACAO = "P" AND
                   FER-PR-MES = W-COMP-MES AND
                   FER-PR-ANO = W-COMP-ANO
                   COMPUTE W-ADIC-FERIAS = (((W-SAL-FUNC
                           + W-VL-ADICIONAL) / 30) * FER-PROG-DIAS) / 3
                   MOVE 906 TO W-EV-CODIGO
                   MOVE "1/3 ADICIONAL FERIAS" TO W-EV-DENOM
                   MOVE "P" TO W-EV-TIPO
                   MOVE FER-PROG-DIAS TO W-EV-REFER
                   MOVE W-ADIC-FERIAS TO W-EV-VALOR
                   PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                   GO TO BUSCA-FERIAS-FIM.
                ADD 1 TO W-FERSEQ
                GO TO BUSCA-FERIAS-LOOP.
                     INVALID KEY GO TO BUSCA-LANCAMENTOS-LE.
                IF EVE-TIPO = "P"
                   ADD LAN-VALOR TO W-LANC-PROV
                   MOVE "P" TO W-EV-TIPO
                ELSE
                   ADD LAN-VALOR TO W-LANC-DESC
                   MOVE "D" TO W-EV-TIPO.
                MOVE LAN-EVENTO TO W-EV-CODIGO
                MOVE EVE-DENOM TO W-EV-DENOM
                MOVE ZEROS TO W-EV-REFER
                MOVE LAN-VALOR TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                GO TO BUSCA-LANCAMENTOS-LE.
       BUSCA-LANCAMENTOS-FIM.
                EXIT.
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
      * EMPRESTIMO CONSIGNADO: PARCELA *
      * N = MESES DESDE A PRIMEIRA     *
      * COMPETENCIA + 1, DEVIDA ENTRE  *
      * 1 E A QUANTIDADE CONTRATADA.   *
      * TOTAL LIMITADO A 35% DO BRUTO  *
      * MENOS INSS, IRRF E PENSAO, NA  *
      * ORDEM DOS CONTRATOS. NA FOLHA  *
      * REAL GRAVA CONSIGMES.DAT       *
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
                   MOVE W-CNS-MARGEM TO W-CNS-VALOR
                   DISPLAY "AVISO: CONSIGNADO ACIMA DA MARGEM - CHAPA "
                           CNS-CHAPA " CONTRATO " CNS-CONTRATO.
                ADD W-CNS-VALOR TO W-CONSIG
                SUBTRACT W-CNS-VALOR FROM W-CNS-MARGEM
                IF W-CSM-ABERTO NOT = "S"
                   GO TO BUSCA-CONSIGNADO-LE.
                MOVE W-COMP-AAAAMM TO CSM-COMP
                MOVE W-EMPRESA TO CSM-EMPRESA
                MOVE CNS-BANCO TO CSM-BANCO
                MOVE CNS-CHAPA TO CSM-CHAPA
                MOVE CNS-SEQ TO CSM-SEQ
                MOVE CNS-CONTRATO TO CSM-CONTRATO
                MOVE W-CNS-PARC TO CSM-PARCELA
                MOVE CNS-QTDE-PARC TO CSM-QTDE-PARC
                MOVE CNS-VL-PARC TO CSM-VL-PARC
                MOVE W-CNS-VALOR TO CSM-VALOR
                MOVE CPF OF REGFUNC TO CSM-CPF
                MOVE NOME OF REGFUNC TO CSM-NOME
                WRITE REGCONSMES
                IF ST-CSM = "22"
                   REWRITE REGCONSMES.
                IF ST-CSM NOT = "00" AND ST-CSM NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CONSIGMES - CHAPA "
                           CNS-CHAPA " - " ST-CSM.
                GO TO BUSCA-CONSIGNADO-LE.
       BUSCA-CONSIGNADO-FIM.
                EXIT.
      *
      **********************************
      * RECALCULO DA FOLHA REAL: APAGA *
      * OS DESCONTOS DE CONSIGNADO JA  *
      * GRAVADOS PARA A COMPETENCIA E  *
      * EMPRESA                        *
      **********************************
      *
       LIMPA-CONSMES.
                IF W-CSM-ABERTO NOT = "S"
                   GO TO LIMPA-CONSMES-FIM.
                MOVE W-COMP-AAAAMM TO CSM-COMP
                MOVE W-EMPRESA TO CSM-EMPRESA
                MOVE ZEROS TO CSM-BANCO CSM-CHAPA CSM-SEQ
                START CONSIGMES KEY IS NOT LESS THAN CSM-CHAVE
                      INVALID KEY GO TO LIMPA-CONSMES-FIM.
       LIMPA-CONSMES-LE.
                READ CONSIGMES NEXT RECORD
                     AT END GO TO LIMPA-CONSMES-FIM.
                IF CSM-COMP NOT = W-COMP-AAAAMM OR
                   CSM-EMPRESA NOT = W-EMPRESA
                   GO TO LIMPA-CONSMES-FIM.
                DELETE CONSIGMES RECORD
                GO TO LIMPA-CONSMES-LE.
       LIMPA-CONSMES-FIM.
                EXIT.
      *
      **********************************
      * REPASSE MENSAL POR BANCO:      *
      * REPCebbb.TXT (E = EMPRESA,     *
      * BBB = BANCO) COM HEADER "0",   *
      * DETALHE "1" POR CONTRATO E     *
      * TRAILER "9" COM QTDE E TOTAL   *
      **********************************
      *
       GERA-REPASSE.
                IF W-CSM-ABERTO NOT = "S"
                   GO TO GERA-REPASSE-FIM.
                MOVE "N" TO W-REP-ABERTO
                MOVE W-COMP-AAAAMM TO CSM-COMP
                MOVE W-EMPRESA TO CSM-EMPRESA
                MOVE ZEROS TO CSM-BANCO CSM-CHAPA CSM-SEQ
                START CONSIGMES KEY IS NOT LESS THAN CSM-CHAVE
                      INVALID KEY GO TO GERA-REPASSE-FIM.
       GERA-REPASSE-LE.
                READ CONSIGMES NEXT RECORD
                     AT END GO TO GERA-REPASSE-FECHA.
                IF CSM-COMP NOT = W-COMP-AAAAMM OR
                   CSM-EMPRESA NOT = W-EMPRESA
                   GO TO GERA-REPASSE-FECHA.
                IF CSM-VALOR = ZEROS
                   GO TO GERA-REPASSE-LE.
                IF W-REP-ABERTO = "S" AND CSM-BANCO NOT = W-REP-BANCO
                   PERFORM FECHA-REPASSE THRU FECHA-REPASSE-FIM.
                IF W-REP-ABERTO NOT = "S"
                   PERFORM ABRE-REPASSE THRU ABRE-REPASSE-FIM.
                IF W-REP-ABERTO NOT = "S"
                   GO TO GERA-REPASSE-FIM.
                MOVE CSM-CHAPA TO RD-CHAPA
                MOVE CSM-CPF TO RD-CPF
                MOVE CSM-NOME TO RD-NOME
                MOVE CSM-CONTRATO TO RD-CONTRATO
                MOVE CSM-PARCELA TO RD-PARCELA
                MOVE CSM-QTDE-PARC TO RD-QTDE-PARC
                MOVE CSM-VL-PARC TO RD-VL-PARC
                MOVE CSM-VALOR TO RD-VALOR
                WRITE REGREP FROM W-REP-DETALHE
                ADD 1 TO W-REP-QTDE
                ADD CSM-VALOR TO W-REP-TOTAL
                GO TO GERA-REPASSE-LE.
       GERA-REPASSE-FECHA.
                IF W-REP-ABERTO = "S"
                   PERFORM FECHA-REPASSE THRU FECHA-REPASSE-FIM.
       GERA-REPASSE-FIM.
                EXIT.
      *
       ABRE-REPASSE.
                MOVE CSM-BANCO TO W-REP-BANCO
                MOVE W-EMPRESA TO W-REP-NOME-EMP
                MOVE CSM-BANCO TO W-REP-NOME-BANCO
                OPEN OUTPUT REPCONSIG
                IF ST-REP NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-REP-NOME
                           " - " ST-REP
                   GO TO ABRE-REPASSE-FIM.
                MOVE "S" TO W-REP-ABERTO
                MOVE ZEROS TO W-REP-QTDE W-REP-TOTAL
                MOVE CSM-BANCO TO RH-BANCO
                MOVE CBE-CNPJ TO RH-CNPJ
                MOVE W-COMPETENCIA TO RH-COMP
                MOVE W-EMISSAO-DATA TO RH-DATA
                WRITE REGREP FROM W-REP-HEADER.
       ABRE-REPASSE-FIM.
                EXIT.
      *
       FECHA-REPASSE.
                MOVE W-REP-BANCO TO RT-BANCO
                MOVE W-REP-QTDE TO RT-QTDE
                MOVE W-REP-TOTAL TO RT-TOTAL
                WRITE REGREP FROM W-REP-TRAILER
                CLOSE REPCONSIG
                MOVE "N" TO W-REP-ABERTO
                DISPLAY "REPASSE CONSIGNADO GERADO: " W-REP-NOME
                        " - " W-REP-QTDE " CONTRATO(S)".
       FECHA-REPASSE-FIM.
                EXIT.
      *
      **********************************
      * COMPETENCIA FECHADA EM CADCOMP *
                   MOVE "S" TO W-COMP-FECHADA.
       VERIFICA-COMP-FECHADA-FIM.
                EXIT.
      *
      **********************************
      * FOLHA NORMAL JA GRAVADA PEDE   *
      * CONFIRMACAO PARA SOBREPOR E E  *
      * RECUSADA SE JA HOUVER          *
      * COMPLEMENTAR; A COMPLEMENTAR   *
      * EXIGE A NORMAL DA COMPETENCIA  *
      **********************************
      *
       VERIFICA-FECHADA.
                MOVE "N" TO W-TEM-NORMAL W-TEM-COMPL
                MOVE ZEROS TO FH-CHAPA FH-COMP FH-SEQ
                MOVE SPACES TO FH-TIPO
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO VERIFICA-FECHADA-AVAL.
       VERIFICA-FECHADA-LE.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO VERIFICA-FECHADA-AVAL.
                IF FH-COMP-MES NOT = W-COMP-MES OR
                   FH-COMP-ANO NOT = W-COMP-ANO
                   GO TO VERIFICA-FECHADA-LE.
                IF FH-EMPRESA-X NUMERIC AND FH-EMPRESA > ZEROS AND
                   FH-EMPRESA NOT = W-EMPRESA
                   GO TO VERIFICA-FECHADA-LE.
                IF FH-TIPO = "N"
                   MOVE "S" TO W-TEM-NORMAL.
                IF FH-TIPO = "C"
                   MOVE "S" TO W-TEM-COMPL.
                GO TO VERIFICA-FECHADA-LE.
       VERIFICA-FECHADA-AVAL.
                IF W-TIPO-FOLHA = "C"
                   GO TO VERIFICA-FECHADA-COMPL.
                IF W-TEM-COMPL = "S"
                   DISPLAY "*** COMPETENCIA JA TEM FOLHA COMPLEMENTAR"
                           " - NORMAL NAO PODE SER RECALCULADA ***"
                   GO TO ROT-FIM.
                IF W-TEM-NORMAL = "N"
                   GO TO VERIFICA-FECHADA-FIM.
                DISPLAY "*** COMPETENCIA JA CALCULADA ***"
                DISPLAY "RECALCULAR E SOBREPOR O HISTORICO (S/N)? ".
       VERIFICA-FECHADA-OPC.
                   GO TO ROT-FIM.
                DISPLAY "DIGITE APENAS S=SIM e N=NAO: "
                GO TO VERIFICA-FECHADA-OPC.
       VERIFICA-FECHADA-COMPL.
                IF W-TEM-NORMAL = "N"
                   DISPLAY "*** FOLHA NORMAL DA COMPETENCIA NAO "
                           "CALCULADA - COMPLEMENTAR CANCELADA ***"
                   GO TO ROT-FIM.
       VERIFICA-FECHADA-FIM.
                EXIT.
      *
      **********************************
      * FOLHA COMPLEMENTAR: O CALCULO  *
      * DO MES INTEIRO MENOS O JA PAGO *
      * (NORMAL, COMPLEMENTARES E      *
      * FERIAS) DA CHAPA NA COMPETEN-  *
      * CIA. INSS E IRRF JA SAIRAM DA  *
      * BASE SOMADA; SEM DIFERENCA DE  *
      * BRUTO A CHAPA NAO E GRAVADA.   *
      * O JA PAGO VEM DE BUSCA-PAGO,   *
      * FEITO ANTES DAS RUBRICAS; O    *
      * LIQUIDO JA RETEM A DIFERENCA   *
      * DE PENSAO (RUBRICA 953)        *
      **********************************
      *
       APURA-COMPL.
                MOVE "S" TO W-COMPL-OK
                COMPUTE W-DIF-CALC = W-BRUTO - W-PG-BRUTO
                IF W-DIF-CALC NOT > ZEROS
                   MOVE "N" TO W-COMPL-OK
                   MOVE CHAPA OF REGFUNC TO LE-CHAPA
                   MOVE "SEM DIFERENCA A PAGAR NA COMPETENCIA"
                        TO LE-MOTIVO
                   PERFORM GRAVA-EXCECAO THRU GRAVA-EXCECAO-FIM
                   GO TO APURA-COMPL-FIM.
                MOVE W-DIF-CALC TO W-BRUTO
                COMPUTE W-DIF-CALC = W-INSS - W-PG-INSS
                IF W-DIF-CALC < ZEROS
                   MOVE ZEROS TO W-DIF-CALC.
                MOVE W-DIF-CALC TO W-INSS
                COMPUTE W-DIF-CALC = W-IRRF - W-PG-IRRF
                IF W-DIF-CALC < ZEROS
                   MOVE ZEROS TO W-DIF-CALC.
                MOVE W-DIF-CALC TO W-IRRF
                COMPUTE W-DIF-CALC = W-LIQUIDO - W-PG-LIQUIDO
                IF W-DIF-CALC < ZEROS
                   MOVE ZEROS TO W-DIF-CALC.
                MOVE W-DIF-CALC TO W-LIQUIDO
                COMPUTE W-DIF-CALC = W-FGTS - W-PG-FGTS
                IF W-DIF-CALC < ZEROS
                   MOVE ZEROS TO W-DIF-CALC.
                MOVE W-DIF-CALC TO W-FGTS.
       APURA-COMPL-FIM.
                EXIT.
      *
       BUSCA-PAGO.
                MOVE ZEROS TO W-PG-BRUTO W-PG-INSS W-PG-IRRF
                              W-PG-LIQUIDO W-PG-FGTS W-PG-SEQ
                MOVE CHAPA OF REGFUNC TO FH-CHAPA
                MOVE W-COMP-MES TO FH-COMP-MES
                MOVE W-COMP-ANO TO FH-COMP-ANO
                MOVE SPACES TO FH-TIPO
                MOVE ZEROS TO FH-SEQ
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO BUSCA-PAGO-FIM.
       BUSCA-PAGO-LE.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO BUSCA-PAGO-FIM.
                IF FH-CHAPA NOT = CHAPA OF REGFUNC
                   OR FH-COMP-MES NOT = W-COMP-MES
                   OR FH-COMP-ANO NOT = W-COMP-ANO
                   GO TO BUSCA-PAGO-FIM.
                IF FH-TIPO = "C"
                   MOVE FH-SEQ TO W-PG-SEQ.
                IF FH-TIPO NOT = "N" AND "C" AND "F"
                   GO TO BUSCA-PAGO-LE.
                ADD FH-BRUTO TO W-PG-BRUTO
                ADD FH-INSS TO W-PG-INSS
                ADD FH-IRRF TO W-PG-IRRF
                ADD FH-LIQUIDO TO W-PG-LIQUIDO
                ADD FH-FGTS TO W-PG-FGTS
                GO TO BUSCA-PAGO-LE.
       BUSCA-PAGO-FIM.
                EXIT.
      *
      **********************************
      * PENSAO JA RETIDA NAS FOLHAS    *
      * GRAVADAS DA COMPETENCIA: MESMA *
      * REGRA DE CALCULA-PENSAO SOBRE  *
      * O BRUTO, INSS E IRRF SOMADOS.  *
      * A COMPLEMENTAR RETEM SO A      *
      * DIFERENCA (W-PEN-DIF)          *
      **********************************
      *
       PENSAO-PAGA.
                MOVE ZEROS TO W-PG-PENSAO
                IF W-PEN-ABERTO NOT = "S"
                   GO TO PENSAO-PAGA-DIF.
                MOVE CHAPA OF REGFUNC TO PEN-CHAPA
                READ CADPENSAO
                     INVALID KEY GO TO PENSAO-PAGA-DIF.
                COMPUTE W-PG-BASE = W-PG-BRUTO - W-PG-INSS - W-PG-IRRF
                IF W-PG-BASE NOT > ZEROS
                   GO TO PENSAO-PAGA-DIF.
                IF PEN-TIPO = "P"
                   COMPUTE W-PG-PENSAO = W-PG-BASE * PEN-PERC / 100
                ELSE
                   MOVE PEN-VALOR TO W-PG-PENSAO.
                IF W-PG-PENSAO > W-PG-BASE
                   MOVE W-PG-BASE TO W-PG-PENSAO.
       PENSAO-PAGA-DIF.
                MOVE ZEROS TO W-PEN-DIF
                IF W-PENSAO > W-PG-PENSAO
                   COMPUTE W-PEN-DIF = W-PENSAO - W-PG-PENSAO.
       PENSAO-PAGA-FIM.
                EXIT.
      *
      **********************************
      * GRAVACAO DO HISTORICO DA       *
      * COMPETENCIA (FOLHAHIST.DAT)    *
      **********************************
                MOVE CHAPA OF REGFUNC TO FH-CHAPA
                MOVE W-COMP-MES TO FH-COMP-MES
                MOVE W-COMP-ANO TO FH-COMP-ANO
                MOVE W-TIPO-FOLHA TO FH-TIPO
                MOVE 01 TO FH-SEQ
                IF W-TIPO-FOLHA = "C"
                   COMPUTE FH-SEQ = W-PG-SEQ + 1.
                MOVE W-BRUTO TO FH-BRUTO
                MOVE W-INSS TO FH-INSS
                MOVE W-IRRF TO FH-IRRF
                   REWRITE REGFHIST.
                IF ST-HIST NOT = "00" AND ST-HIST NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO FOLHAHIST - CHAPA "
                           CHAPA OF REGFUNC " TIPO " FH-TIPO " - "
                           ST-HIST.
       GRAVA-HIST-FIM.
                EXIT.
      *
      **********************************
      * RUBRICAS DO CALCULO (CODIGOS   *
      * 900 A 999 RESERVADOS EM        *
      * CADEVENTO) PARA O DETALHE      *
      * FOLHAEVT.DAT                   *
      **********************************
      *
       RUBRICAS-SALARIO.
                MOVE ZEROS TO W-EV-REFER
                IF TIPOSAL OF REGFUNC = "H" OR "h"
                   MOVE PON-HORAS TO W-EV-REFER
                ELSE
                   MOVE W-DIAS-PAGOS TO W-EV-REFER.
                MOVE 901 TO W-EV-CODIGO
                MOVE "SALARIO" TO W-EV-DENOM
                MOVE "P" TO W-EV-TIPO
                MOVE W-VL-SALARIO TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 907 TO W-EV-CODIGO
                MOVE "SALARIO MATERNIDADE" TO W-EV-DENOM
                MOVE W-AF-MATER TO W-EV-REFER
                MOVE W-VL-MATER TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 908 TO W-EV-CODIGO
                MOVE "AFASTAMENTO 15 DIAS" TO W-EV-DENOM
                MOVE W-AF-EMP TO W-EV-REFER
                MOVE W-VL-AFEMP TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                IF NOT PONTO-ENCONTRADO
                   GO TO RUBRICAS-SALARIO-FIM.
                MOVE 902 TO W-EV-CODIGO
                MOVE "HORAS EXTRAS 50%" TO W-EV-DENOM
                MOVE PON-HORASEXT TO W-EV-REFER
                MOVE W-VL-HE50 TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 903 TO W-EV-CODIGO
                MOVE "HORAS EXTRAS 100%" TO W-EV-DENOM
                MOVE W-EXT100 TO W-EV-REFER
                MOVE W-VL-HE100 TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 904 TO W-EV-CODIGO
                MOVE "FALTAS" TO W-EV-DENOM
                MOVE "D" TO W-EV-TIPO
                MOVE PON-DIASFALTA TO W-EV-REFER
                MOVE W-VL-FALTAS TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 905 TO W-EV-CODIGO
                MOVE "DSR PERDIDO" TO W-EV-DENOM
                MOVE W-DSR-DIAS TO W-EV-REFER
                MOVE W-DSR TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM.
       RUBRICAS-SALARIO-FIM.
                EXIT.
      *
       RUBRICAS-DESCONTO.
                MOVE "P" TO W-EV-TIPO
                MOVE W-DEP-SALFAM TO W-EV-REFER
                MOVE 909 TO W-EV-CODIGO
                MOVE "SALARIO FAMILIA" TO W-EV-DENOM
                MOVE W-SAL-FAMILIA TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE "D" TO W-EV-TIPO
                MOVE ZEROS TO W-EV-REFER
                MOVE 951 TO W-EV-CODIGO
                MOVE "INSS" TO W-EV-DENOM
                MOVE W-INSS TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 952 TO W-EV-CODIGO
                MOVE "IRRF" TO W-EV-DENOM
                MOVE W-IRRF TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 953 TO W-EV-CODIGO
                MOVE "PENSAO ALIMENTICIA" TO W-EV-DENOM
                MOVE W-PENSAO TO W-EV-VALOR
                IF W-TIPO-FOLHA = "C"
                   MOVE W-PEN-DIF TO W-EV-VALOR.
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 954 TO W-EV-CODIGO
                MOVE "ADIANTAMENTO" TO W-EV-DENOM
                MOVE W-ADIANT TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 955 TO W-EV-CODIGO
                MOVE "VALE TRANSPORTE" TO W-EV-DENOM
                MOVE W-DESC-VT TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 956 TO W-EV-CODIGO
                MOVE "VALE REFEICAO" TO W-EV-DENOM
                MOVE W-DESC-VR TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 957 TO W-EV-CODIGO
                MOVE "EMPREST. CONSIGNADO" TO W-EV-DENOM
                MOVE W-CONSIG TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 990 TO W-EV-CODIGO
                MOVE "FGTS (8%)" TO W-EV-DENOM
                MOVE "B" TO W-EV-TIPO
                MOVE 8 TO W-EV-REFER
                MOVE W-FGTS TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM.
       RUBRICAS-DESCONTO-FIM.
                EXIT.
      *
      **********************************
      * ACUMULA A RUBRICA NA TABELA DO *
      * FUNCIONARIO (VALOR ZERO NAO    *
      * GERA DETALHE)                  *
      **********************************
      *
       ACUMULA-EVENTO.
                IF W-EV-VALOR = ZEROS
                   GO TO ACUMULA-EVENTO-FIM.
                MOVE 1 TO W-IND-EVT.
       ACUMULA-EVENTO-LOOP.
                IF W-IND-EVT > W-QT-EVT
                   GO TO ACUMULA-EVENTO-NOVO.
                IF TEV-CODIGO (W-IND-EVT) = W-EV-CODIGO
                   ADD W-EV-VALOR TO TEV-VALOR (W-IND-EVT)
                   ADD W-EV-REFER TO TEV-REFER (W-IND-EVT)
                   GO TO ACUMULA-EVENTO-FIM.
                ADD 1 TO W-IND-EVT
                GO TO ACUMULA-EVENTO-LOOP.
       ACUMULA-EVENTO-NOVO.
                IF W-QT-EVT NOT < 60
                   DISPLAY "*** MAIS DE 60 RUBRICAS - CHAPA "
                           CHAPA OF REGFUNC " EVENTO " W-EV-CODIGO
                   GO TO ACUMULA-EVENTO-FIM.
                ADD 1 TO W-QT-EVT
                MOVE W-EV-CODIGO TO TEV-CODIGO (W-QT-EVT)
                MOVE W-EV-DENOM TO TEV-DENOM (W-QT-EVT)
                MOVE W-EV-TIPO TO TEV-TIPO (W-QT-EVT)
                MOVE W-EV-REFER TO TEV-REFER (W-QT-EVT)
                MOVE W-EV-VALOR TO TEV-VALOR (W-QT-EVT).
       ACUMULA-EVENTO-FIM.
                EXIT.
      *
      **********************************
      * GRAVACAO DO DETALHE POR        *
      * RUBRICA: EXCLUI O DETALHE      *
      * ANTERIOR DA CHAPA/COMPETENCIA  *
      * (RECALCULO) E GRAVA O ATUAL    *
      **********************************
      *
       GRAVA-EVENTOS.
                IF W-EVT-ABERTO NOT = "S"
                   GO TO GRAVA-EVENTOS-FIM.
                MOVE CHAPA OF REGFUNC TO FE-CHAPA
                MOVE W-COMP-MES TO FE-COMP-MES
                MOVE W-COMP-ANO TO FE-COMP-ANO
                MOVE ZEROS TO FE-EVENTO
                START FOLHAEVT KEY IS NOT LESS THAN FE-CHAVE
                     INVALID KEY GO TO GRAVA-EVENTOS-INI.
       GRAVA-EVENTOS-LIMPA.
                READ FOLHAEVT NEXT RECORD
                     AT END GO TO GRAVA-EVENTOS-INI.
                IF FE-CHAPA NOT = CHAPA OF REGFUNC OR
                   FE-COMP-MES NOT = W-COMP-MES OR
                   FE-COMP-ANO NOT = W-COMP-ANO
                   GO TO GRAVA-EVENTOS-INI.
                DELETE FOLHAEVT RECORD
                GO TO GRAVA-EVENTOS-LIMPA.
       GRAVA-EVENTOS-INI.
                MOVE 1 TO W-IND-EVT.
       GRAVA-EVENTOS-LOOP.
                IF W-IND-EVT > W-QT-EVT
                   GO TO GRAVA-EVENTOS-FIM.
                MOVE SPACES TO REGFEVT
                MOVE CHAPA OF REGFUNC TO FE-CHAPA
                MOVE W-COMP-MES TO FE-COMP-MES
                MOVE W-COMP-ANO TO FE-COMP-ANO
                MOVE TEV-CODIGO (W-IND-EVT) TO FE-EVENTO
                MOVE TEV-DENOM (W-IND-EVT) TO FE-DENOM
                MOVE TEV-TIPO (W-IND-EVT) TO FE-TIPO
                MOVE TEV-REFER (W-IND-EVT) TO FE-REFER
                MOVE TEV-VALOR (W-IND-EVT) TO FE-VALOR
                MOVE W-EMPRESA TO FE-EMPRESA
                ACCEPT FE-DATA-CALC FROM DATE YYYYMMDD
                WRITE REGFEVT
                IF ST-EVT NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO FOLHAEVT - CHAPA "
                           CHAPA OF REGFUNC " EVENTO " FE-EVENTO
                           " - " ST-EVT.
                ADD 1 TO W-IND-EVT
                GO TO GRAVA-EVENTOS-LOOP.
       GRAVA-EVENTOS-FIM.
                EXIT.
      *
      **********************************
      * CALCULO DO SALARIO DO MES:     *
      * HORISTA PAGO PELAS HORAS DE    *
      * CADPONTO.DAT, MENSALISTA COM   *
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
                   MOVE CHAPA OF REGFUNC TO LE-CHAPA
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
      * CABECALHO PADRAO COM EMPRESA,  *
      * EMISSAO E NUMERO DE PAGINA     *
      **********************************
                WRITE REGFOLHA FROM LIN-RODAPE6
                MOVE SPACES TO REGFOLHA
                WRITE REGFOLHA
                WRITE REGFOLHA FROM LIN-RODAPEEMP
                PERFORM GERA-REPASSE THRU GERA-REPASSE-FIM
                GO TO ROT-FIM.
      *
      **********************************
      * ADICIONAIS DO MES PROPORCIONAIS*
      * AOS DIAS REMUNERADOS PELA      *
      * EMPRESA (INCLUSIVE 15 DIAS DE  *
      * AFASTAMENTO E MATERNIDADE)     *
      **********************************
      *
       APURA-ADICIONAIS.
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
                MOVE "P" TO W-EV-TIPO
                MOVE W-ADC-PERC TO W-EV-REFER
                MOVE 910 TO W-EV-CODIGO
                MOVE "INSALUBRIDADE" TO W-EV-DENOM
                MOVE W-VL-INSALUB TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 911 TO W-EV-CODIGO
                MOVE "PERICULOSIDADE" TO W-EV-DENOM
                MOVE W-VL-PERICUL TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE W-ANU-PERC TO W-EV-REFER
                MOVE 912 TO W-EV-CODIGO
                MOVE "ANUENIO" TO W-EV-DENOM
                MOVE W-VL-ANUENIO TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM.
       APURA-ADICIONAIS-FIM.
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
      **********************************
      * MES LANCADO NO BANCO DE HORAS  *
      * (FP201676): EXTRAS A 50% E     *
      * FALTAS FICAM NO BANCO, NAO NA  *
      * FOLHA (SEM PERDA DE DSR)       *
      **********************************
      *
       BUSCA-BANCO-HORAS.
                MOVE "N" TO W-BH-LANCADO
                IF W-BH-ABERTO NOT = "S"
                   GO TO BUSCA-BANCO-HORAS-FIM.
                MOVE CHAPA OF REGFUNC TO BH-CHAPA
                MOVE W-COMP-ANO TO BH-ANO
                MOVE W-COMP-MES TO BH-MES
                READ CADBHORAS
                     INVALID KEY GO TO BUSCA-BANCO-HORAS-FIM.
                IF BH-LANCADO NOT = "S"
                   GO TO BUSCA-BANCO-HORAS-FIM.
                MOVE "S" TO W-BH-LANCADO
                IF PONTO-ENCONTRADO
                   MOVE ZEROS TO PON-HORASEXT PON-DIASFALTA.
       BUSCA-BANCO-HORAS-FIM.
                EXIT.
      *
      **********************************
      * SALDO VENCIDO DO BANCO DE      *
      * HORAS: CREDITOS DE MESES ATE O *
      * LIMITE (COMPETENCIA MENOS O    *
      * PRAZO DA EMPRESA) NAO COMPEN-  *
      * SADOS POR DEBITOS NEM PAGOS    *
      * ANTES SAO PAGOS COMO EXTRA A   *
      * 50% (RUBRICA 913); DEBITOS     *
      * VENCIDOS NAO COMPENSADOS SAO   *
      * DESCONTADOS PELO SALARIO-HORA  *
      * (RUBRICA 914, ATE O BRUTO).    *
      * NA FOLHA REAL O RESULTADO FICA *
      * NO REGISTRO DA COMPETENCIA     *
      **********************************
      *
       APURA-BANCO-HORAS.
                MOVE ZEROS TO W-BH-PAGO-H W-BH-DESC-H W-VL-BH-PAGO
                              W-VL-BH-DESC W-BH-CRED-ANT W-BH-DEB-ANT
                              W-BH-CRED-TOT W-BH-DEB-TOT W-BH-PAGO-ANT
                              W-BH-DESC-ANT
                MOVE "N" TO W-BH-EXISTE
                IF W-BH-ABERTO NOT = "S"
                   GO TO APURA-BANCO-HORAS-FIM.
                COMPUTE W-BH-MESES = W-COMP-ANO * 12 + W-COMP-MES - 1
                        - W-BH-PRAZO
                DIVIDE W-BH-MESES BY 12 GIVING W-BH-TEMP
                                        REMAINDER W-BH-REM
                COMPUTE W-BH-LIMITE = W-BH-TEMP * 100 + W-BH-REM + 1
                MOVE CHAPA OF REGFUNC TO BH-CHAPA
                MOVE ZEROS TO BH-COMP
                START CADBHORAS KEY IS NOT LESS THAN BH-CHAVE
                     INVALID KEY GO TO APURA-BANCO-HORAS-FIM.
       APURA-BANCO-HORAS-LE.
                READ CADBHORAS NEXT RECORD
                     AT END GO TO APURA-BANCO-HORAS-CALC.
                IF BH-CHAPA NOT = CHAPA OF REGFUNC
                   GO TO APURA-BANCO-HORAS-CALC.
                COMPUTE W-BH-REG-AAAAMM = BH-ANO * 100 + BH-MES
                IF W-BH-REG-AAAAMM > W-COMP-AAAAMM
                   GO TO APURA-BANCO-HORAS-CALC.
                IF W-BH-REG-AAAAMM = W-COMP-AAAAMM
                   MOVE "S" TO W-BH-EXISTE.
                ADD BH-CREDITO TO W-BH-CRED-TOT
                ADD BH-DEBITO TO W-BH-DEB-TOT
                IF W-BH-REG-AAAAMM NOT > W-BH-LIMITE
                   ADD BH-CREDITO TO W-BH-CRED-ANT
                   ADD BH-DEBITO TO W-BH-DEB-ANT.
                IF W-BH-REG-AAAAMM < W-COMP-AAAAMM
                   ADD BH-PAGO-HORAS TO W-BH-PAGO-ANT
                   ADD BH-DESC-HORAS TO W-BH-DESC-ANT.
                GO TO APURA-BANCO-HORAS-LE.
       APURA-BANCO-HORAS-CALC.
                COMPUTE W-BH-SALDO = W-BH-CRED-ANT - W-BH-DEB-TOT
                        - W-BH-PAGO-ANT + W-BH-DESC-ANT
                IF W-BH-SALDO > ZEROS
                   MOVE W-BH-SALDO TO W-BH-PAGO-H.
                COMPUTE W-BH-SALDO = W-BH-DEB-ANT - W-BH-CRED-TOT
                        + W-BH-PAGO-ANT - W-BH-DESC-ANT
                IF W-BH-SALDO > ZEROS
                   MOVE W-BH-SALDO TO W-BH-DESC-H.
                COMPUTE W-VL-BH-PAGO ROUNDED = W-BH-PAGO-H * W-SALHORA
                        * 1,5
                COMPUTE W-VL-BH-DESC ROUNDED = W-BH-DESC-H * W-SALHORA
                IF W-VL-BH-DESC > W-BRUTO + W-VL-BH-PAGO
                   COMPUTE W-VL-BH-DESC = W-BRUTO + W-VL-BH-PAGO
                   IF W-SALHORA > ZEROS
                      COMPUTE W-BH-DESC-H = W-VL-BH-DESC / W-SALHORA.
                ADD W-VL-BH-PAGO TO W-BRUTO
                SUBTRACT W-VL-BH-DESC FROM W-BRUTO
                MOVE 913 TO W-EV-CODIGO
                MOVE "BANCO HORAS PAGO" TO W-EV-DENOM
                MOVE "P" TO W-EV-TIPO
                MOVE W-BH-PAGO-H TO W-EV-REFER
                MOVE W-VL-BH-PAGO TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                MOVE 914 TO W-EV-CODIGO
                MOVE "BANCO HORAS DESCONTO" TO W-EV-DENOM
                MOVE "D" TO W-EV-TIPO
                MOVE W-BH-DESC-H TO W-EV-REFER
                MOVE W-VL-BH-DESC TO W-EV-VALOR
                PERFORM ACUMULA-EVENTO THRU ACUMULA-EVENTO-FIM
                IF W-SIMULA = "S"
                   GO TO APURA-BANCO-HORAS-FIM.
                IF W-BH-EXISTE = "N" AND W-BH-PAGO-H = ZEROS
                   AND W-BH-DESC-H = ZEROS
                   GO TO APURA-BANCO-HORAS-FIM.
                MOVE CHAPA OF REGFUNC TO BH-CHAPA
                MOVE W-COMP-ANO TO BH-ANO
                MOVE W-COMP-MES TO BH-MES
                IF W-BH-EXISTE = "N"
                   GO TO APURA-BANCO-HORAS-NOVO.
                READ CADBHORAS
                     INVALID KEY GO TO APURA-BANCO-HORAS-FIM.
                MOVE W-BH-PAGO-H TO BH-PAGO-HORAS
                MOVE W-BH-DESC-H TO BH-DESC-HORAS
                MOVE W-VL-BH-PAGO TO BH-VL-PAGO
                MOVE W-VL-BH-DESC TO BH-VL-DESC
                REWRITE REGBHORAS
                GO TO APURA-BANCO-HORAS-ERRO.
       APURA-BANCO-HORAS-NOVO.
                MOVE SPACES TO REGBHORAS
                MOVE CHAPA OF REGFUNC TO BH-CHAPA
                MOVE W-COMP-ANO TO BH-ANO
                MOVE W-COMP-MES TO BH-MES
                MOVE ZEROS TO BH-CREDITO BH-DEBITO
                MOVE "N" TO BH-LANCADO
                MOVE W-BH-PAGO-H TO BH-PAGO-HORAS
                MOVE W-BH-DESC-H TO BH-DESC-HORAS
                MOVE W-VL-BH-PAGO TO BH-VL-PAGO
                MOVE W-VL-BH-DESC TO BH-VL-DESC
                WRITE REGBHORAS.
       APURA-BANCO-HORAS-ERRO.
                IF ST-BH NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADBHORAS - CHAPA "
                           CHAPA OF REGFUNC " STATUS " ST-BH.
       APURA-BANCO-HORAS-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-ANU-ABERTO = "S"
                   CLOSE CADANUENIO.
                IF W-DEP-ABERTO = "S"
                   CLOSE CADDEP.
                IF W-SFM-ABERTO = "S"
                   CLOSE CADSALFAM.
                IF W-FER-ABERTO = "S"
                   CLOSE CADFERIAS.
                IF W-PONTO-ABERTO = "S"
                   CLOSE SIMFOLHA.
                IF W-CMP-ABERTO = "S"
                   CLOSE CADCOMP.
                IF W-EVT-ABERTO = "S"
                   CLOSE FOLHAEVT.
                IF W-AFA-ABERTO = "S"
                   CLOSE CADAFAST.
                IF W-BM-ABERTO = "S"
                   CLOSE CADBENMES.
                IF W-CNS-ABERTO = "S"
                   CLOSE CADCONSIG.
                IF W-CSM-ABERTO = "S"
                   CLOSE CONSIGMES.
                IF W-BH-ABERTO = "S"
                   CLOSE CADBHORAS.
                IF W-SLF-ABERTO = "S"
                   CLOSE CADSALFUN.
                CLOSE CADFUNC CADCARGO CADEPTO CADINSS CADIRRF FOLHA
                      FOLHAHIST
                GOBACK.
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
