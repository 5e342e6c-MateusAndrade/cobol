      * 13o PROPORCIONAL, COM TERMO DE     *
      * RESCISAO (TERMO.TXT), GRAVACAO DA  *
      * DEMISSAO EM CADFUNC E EVENTO NO    *
      * JORNAL (CADJRN.TXT). O SALDO DE    *
      * SALARIO E OS AVOS DE 13o DESCONTAM *
      * OS AFASTAMENTOS PELO INSS E AS     *
      * LICENCAS NAO REMUNERADAS           *
      * (CADAFAST.DAT). DEPENDENTES DO     *
      * IRRF E SALARIO-FAMILIA DO MES PELO *
      * CADDEP / CADSALFAM                 *
      * SALDO DEVEDOR DO EMPRESTIMO        *
      * CONSIGNADO (CADCONSIG.DAT)         *
      * DESCONTADO ATE 35% DAS VERBAS      *
      * LIQUIDAS; O RESTANTE FICA NO TERMO *
      * PARA COBRANCA DIRETA PELO BANCO    *
      * ADICIONAIS DE INSALUBRIDADE OU     *
      * PERICULOSIDADE E ANUENIO SOBRE O   *
      * SALDO DE SALARIO E NA BASE DAS     *
      * FERIAS E DO 13o PROPORCIONAIS      *
      * AVISO NO CONSOLE E NO TERMO QUANDO *
      * NAO HA ASO DEMISSIONAL (CADASO)    *
      * SALDO DO BANCO DE HORAS            *
      * (CADBHORAS.DAT) QUITADO: POSITIVO  *
      * PAGO COMO EXTRA A 50%, NEGATIVO    *
      * DESCONTADO PELO SALARIO-HORA       *
      * SALARIO PELO HISTORICO INDIVIDUAL  *
      * (CADSALFUN.DAT) VIGENTE NA DATA DE *
      * REFERENCIA; SEM HISTORICO, O DO    *
      * CADASTRO OU DO CARGO               *
      * VERBAS GRAVADAS EM FOLHAHIST.DAT   *
      * COMO FOLHA TIPO R NA COMPETENCIA   *
      * DA RESCISAO (FGTS DE 8% SOBRE O    *
      * SALDO DE SALARIO E O 13o)          *
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
       SELECT CADCONSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-CNS.
       SELECT CADBHORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-BH.
       SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASO-CHAVE
                    FILE STATUS  IS ST-ASO.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT CADJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
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
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
                03 ASO-CHAVE.
                   05 ASO-CHAPA      PIC 9(05).
                   05 ASO-SEQ        PIC 9(02).
                03 ASO-TIPO          PIC X(01).
                03 ASO-DATA          PIC 9(08).
                03 ASO-RESULTADO     PIC X(01).
                03 FILLER            PIC X(63).
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
       FD CADJRN
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
       77 ST-JRN       PIC X(02) VALUE "00".
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
       01 W-CONSIG           PIC 9(7)V99 VALUE ZEROS.
       01 W-CNS-REMAN        PIC 9(7)V99 VALUE ZEROS.
       01 W-CNS-MARGEM       PIC S9(7)V99 VALUE ZEROS.
       01 W-CNS-SALDO        PIC 9(7)V99 VALUE ZEROS.
       01 W-CNS-PAGAS        PIC S9(05) VALUE ZEROS.
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
       01 W-AV-ANO           PIC 9(04) VALUE ZEROS.
       01 W-AV-MES-INI       PIC 9(02) VALUE ZEROS.
       01 W-AV-MES-FIM       PIC 9(02) VALUE ZEROS.
       01 W-AV-MES           PIC 9(02) VALUE ZEROS.
       01 W-AV-PERDIDOS      PIC 9(02) VALUE ZEROS.
       01 W-DIAS-SALDO       PIC 9(02) VALUE ZEROS.
       01 W-DIAS-CALC        PIC S9(05) VALUE ZEROS.

       01 W-REGJRN.
           03 W-JRN-DATA      PIC 9(08).
           03 W-JRN-DEPOIS    PIC X(150).
           03 W-JRN-OPERADOR  PIC X(10).
       01 W-JRN-ANTES-SV      PIC X(150) VALUE SPACES.
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
       01 W-ADIC-SALDO       PIC 9(6)V99 VALUE ZEROS.
       77 ST-ASO             PIC X(02) VALUE "00".
       01 W-ASO-ABERTO       PIC X(01) VALUE "N".
       01 W-ASO-DEMIS        PIC X(01) VALUE "N".
       77 ST-HIST            PIC X(02) VALUE "00".
       01 W-HIST-ABERTO      PIC X(01) VALUE "N".
       77 ST-BH              PIC X(02) VALUE "00".
       01 W-BH-ABERTO        PIC X(01) VALUE "N".
       01 W-BH-SALDO         PIC S9(6)V99 VALUE ZEROS.
       01 W-BH-PAGO-H        PIC 9(4)V99 VALUE ZEROS.
       01 W-BH-DESC-H        PIC 9(4)V99 VALUE ZEROS.
       01 W-VL-BH-PAGO       PIC 9(6)V99 VALUE ZEROS.
       01 W-VL-BH-DESC       PIC 9(6)V99 VALUE ZEROS.
       01 W-SALHORA          PIC 9(4)V99 VALUE ZEROS.

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 LC-DEM-MES    PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-DEM-ANO    PIC 9(04).
       01 LIN-ASO.
          03 FILLER        PIC X(40) VALUE
             "*** ASO DEMISSIONAL NAO REALIZADO ***".
       01 LIN-SALDO.
          03 FILLER        PIC X(25) VALUE "(+) SALDO DE SALARIO .. ".
          03 LC-SALDO      PIC ZZZ.ZZZ,99.
       01 LIN-ADICIONAL.
          03 FILLER        PIC X(25) VALUE "(+) ADICIONAIS DO SALDO ".
          03 LC-ADICIONAL  PIC ZZZ.ZZZ,99.
       01 LIN-BHPAGO.
          03 FILLER        PIC X(25) VALUE "(+) BANCO DE HORAS .... ".
          03 LC-BHPAGO     PIC ZZZ.ZZZ,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LC-BHPAGO-H   PIC ZZZ9,99.
          03 FILLER        PIC X(06) VALUE " HORAS".
       01 LIN-BHDESC.
          03 FILLER        PIC X(25) VALUE "(-) BANCO DE HORAS .... ".
          03 LC-BHDESC     PIC ZZZ.ZZZ,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LC-BHDESC-H   PIC ZZZ9,99.
          03 FILLER        PIC X(06) VALUE " HORAS".
       01 LIN-SALFAM.
          03 FILLER        PIC X(25) VALUE "(+) SALARIO-FAMILIA ... ".
          03 LC-SALFAM     PIC ZZZ.ZZZ,99.
       01 LIN-FERIAS.
          03 FILLER        PIC X(25) VALUE "(+) FERIAS PROPORC. ... ".
          03 LC-FERIAS     PIC ZZZ.ZZZ,99.
       01 LIN-IRRF.
          03 FILLER        PIC X(25) VALUE "(-) IRRF .............. ".
          03 LC-IRRF       PIC ZZZ.ZZZ,99.
       01 LIN-CONSIG.
          03 FILLER        PIC X(25) VALUE "(-) EMPREST. CONSIGNADO ".
          03 LC-CONSIG     PIC ZZZ.ZZZ,99.
       01 LIN-LIQUIDO.
          03 FILLER        PIC X(25) VALUE "(=) LIQUIDO A RECEBER . ".
          03 LC-LIQUIDO    PIC ZZZ.ZZZ,99.
       01 LIN-REMAN.
          03 FILLER        PIC X(44) VALUE
             "SALDO CONSIGNADO NAO DESCONTADO (BANCO) ... ".
          03 LC-REMAN      PIC Z.ZZZ.ZZZ,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                            ST-FUNC
                   GO TO ROT-FIMS.
                OPEN INPUT CADSALFUN
                IF ST-SLF = "00"
                   MOVE "S" TO W-SLF-ABERTO.
                OPEN INPUT CADCARGO
                IF ST-CARGO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO - "
                            ST-CARGO
                   CLOSE CADFUNC
                   GO TO ROT-FIMS.
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
                OPEN INPUT CADSALFAM
                IF ST-SFM = "00"
                   MOVE "S" TO W-SFM-ABERTO
                ELSE
                   DISPLAY "AVISO: CADSALFAM.DAT AUSENTE - SEM "
                           "SALARIO-FAMILIA".
                OPEN INPUT CADINSS
                IF ST-INSS NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DA TABELA CADINSS - "
                            ST-IRRF
                   CLOSE CADFUNC CADCARGO CADINSS
                   GO TO ROT-FIMS.
                OPEN INPUT CADAFAST
                IF ST-AFA = "00"
                   MOVE "S" TO W-AFA-ABERTO
                ELSE
                   DISPLAY "AVISO: CADAFAST.DAT AUSENTE - SEM "
                           "AFASTAMENTOS".
                OPEN I-O CADCONSIG
                IF ST-CNS = "00"
                   MOVE "S" TO W-CNS-ABERTO
                ELSE
                   DISPLAY "AVISO: CADCONSIG.DAT AUSENTE - SEM "
                           "EMPRESTIMO CONSIGNADO".
                OPEN INPUT CADASO
                IF ST-ASO = "00"
                   MOVE "S" TO W-ASO-ABERTO
                ELSE
                   DISPLAY "AVISO: CADASO.DAT AUSENTE - EXAMES "
                           "DEMISSIONAIS NAO CONFERIDOS".
                OPEN I-O CADBHORAS
                IF ST-BH = "00"
                   MOVE "S" TO W-BH-ABERTO
                ELSE
                   DISPLAY "AVISO: CADBHORAS.DAT AUSENTE - SEM "
                           "BANCO DE HORAS".
                OPEN I-O FOLHAHIST
                IF ST-HIST = "30" OR "35"
                   OPEN OUTPUT FOLHAHIST
                   CLOSE FOLHAHIST
                   OPEN I-O FOLHAHIST.
                IF ST-HIST = "00"
                   MOVE "S" TO W-HIST-ABERTO
                ELSE
                   DISPLAY "AVISO: FOLHAHIST.DAT INDISPONIVEL - "
                           "RESCISAO NAO GRAVADA NO HISTORICO - "
                           ST-HIST.
                OPEN EXTEND CADJRN
                IF ST-JRN NOT = "00"
                   OPEN OUTPUT CADJRN
                IF W-DD-ANO < ADM-ANO
                   DISPLAY "*** ANTERIOR A ADMISSAO ***"
                   GO TO PEDE-DATA.
                PERFORM VERIFICA-ASO-DEMIS THRU VERIFICA-ASO-DEMIS-FIM
                IF W-ASO-DEMIS = "N"
                   DISPLAY "AVISO: ASO DEMISSIONAL NAO REALIZADO".
       CONFIRMA.
                DISPLAY "CONFIRMA A RESCISAO (S/N)? "
                ACCEPT W-RESP FROM CONSOLE
                     INVALID KEY
                        DISPLAY "*** CARGO NAO CADASTRADO ***"
                        GO TO PEDE-CHAPA.
                COMPUTE W-SLF-REF = W-DD-ANO * 10000 + W-DD-MES * 100
                        + W-DD-DIA
                PERFORM BUSCA-SALFUN THRU BUSCA-SALFUN-FIM
                PERFORM CALCULA-RESCISAO THRU CALCULA-RESCISAO-FIM
                PERFORM IMPRIME-TERMO THRU IMPRIME-TERMO-FIM
                PERFORM GRAVA-DEMISSAO THRU GRAVA-DEMISSAO-FIM
                PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                DISPLAY "RESCISAO CALCULADA - LIQUIDO: " W-LIQUIDO
                GO TO PEDE-CHAPA.
      *
      **********************************
      *
       CALCULA-RESCISAO.
                MOVE W-DD-DIA TO W-DIAS-CALC
                IF W-DIAS-CALC > 30
                   MOVE 30 TO W-DIAS-CALC.
                IF ADM-ANO = W-DD-ANO AND ADM-MES = W-DD-MES
                   COMPUTE W-DIAS-CALC = W-DIAS-CALC - ADM-DIA + 1.
                MOVE 1 TO W-DT-DIA
                MOVE W-DD-MES TO W-DT-MES
                MOVE W-DD-ANO TO W-DT-ANO
                MOVE "N" TO W-DT-ULTIMO
                PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
                MOVE W-DT-NUM TO W-PER-INI-N
                MOVE W-DD-DIA TO W-DT-DIA
                MOVE "S" TO W-DT-ULTIMO
                PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
                MOVE W-DT-NUM TO W-PER-FIM-N
                PERFORM APURA-AFAST THRU APURA-AFAST-FIM
                COMPUTE W-DIAS-CALC = W-DIAS-CALC - W-AF-INSS
                        - W-AF-SREM
                IF W-DIAS-CALC > ZEROS
                   MOVE W-DIAS-CALC TO W-DIAS-SALDO
                ELSE
                   MOVE ZEROS TO W-DIAS-SALDO.
                COMPUTE W-SALDO-SAL = (W-SAL-FUNC / 30)
                        * W-DIAS-SALDO
                MOVE W-DD-ANO TO W-ADC-REF-ANO
                MOVE W-DD-MES TO W-ADC-REF-MES
                MOVE W-DD-DIA TO W-ADC-REF-DIA
                PERFORM CALCULA-ADICIONAIS THRU CALCULA-ADICIONAIS-FIM
                COMPUTE W-ADIC-SALDO = (W-VL-ADICIONAL / 30)
                        * W-DIAS-SALDO
                COMPUTE W-MESES-FER = W-DD-MES - ADM-MES
                IF W-MESES-FER < ZEROS
                   ADD 12 TO W-MESES-FER.
                   ADD 1 TO W-MESES-FER.
                IF W-MESES-FER > 12
                   MOVE 12 TO W-MESES-FER.
                COMPUTE W-FERIAS-PROP = ((W-SAL-FUNC
                        + W-VL-ADICIONAL) * W-MESES-FER) / 12
                COMPUTE W-TERCO = W-FERIAS-PROP / 3
                MOVE W-DD-MES TO W-MESES-13
                IF W-DD-DIA < 15
                   COMPUTE W-MESES-13 = W-MESES-13 - ADM-MES + 1
                   IF ADM-DIA > 15
                      SUBTRACT 1 FROM W-MESES-13.
                MOVE W-DD-ANO TO W-AV-ANO
                MOVE 1 TO W-AV-MES-INI
                IF ADM-ANO = W-DD-ANO
                   MOVE ADM-MES TO W-AV-MES-INI.
                MOVE W-DD-MES TO W-AV-MES-FIM
                IF W-DD-DIA < 15
                   SUBTRACT 1 FROM W-AV-MES-FIM.
                PERFORM AVOS-AFAST THRU AVOS-AFAST-FIM
                SUBTRACT W-AV-PERDIDOS FROM W-MESES-13
                IF W-MESES-13 < ZEROS
                   MOVE ZEROS TO W-MESES-13.
                COMPUTE W-13-PROP = ((W-SAL-FUNC
                        + W-VL-ADICIONAL) * W-MESES-13) / 12
                PERFORM QUITA-BANCO-HORAS THRU QUITA-BANCO-HORAS-FIM
                COMPUTE W-BRUTO = W-SALDO-SAL + W-ADIC-SALDO
                        + W-VL-BH-PAGO - W-VL-BH-DESC
                COMPUTE W-DEP-AAAAMM = W-DD-ANO * 100 + W-DD-MES
                PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM
                PERFORM CALCULA-IRRF THRU CALCULA-IRRF-FIM
                PERFORM CALCULA-SALFAM THRU CALCULA-SALFAM-FIM
                COMPUTE W-SAL-FAMILIA = W-SAL-FAMILIA / 30
                        * W-DIAS-SALDO
                COMPUTE W-LIQUIDO = W-SALDO-SAL + W-ADIC-SALDO
                        + W-FERIAS-PROP + W-TERCO + W-13-PROP
                        + W-SAL-FAMILIA + W-VL-BH-PAGO
                        - W-VL-BH-DESC - W-INSS - W-IRRF
                PERFORM QUITA-CONSIGNADO THRU QUITA-CONSIGNADO-FIM
                SUBTRACT W-CONSIG FROM W-LIQUIDO.
       CALCULA-RESCISAO-FIM.
                EXIT.
      *
      **********************************
      * EMPRESTIMO CONSIGNADO: SALDO   *
      * DEVEDOR = PARCELAS A PARTIR DO *
      * MES DA RESCISAO, DESCONTADO    *
      * ATE 35% DAS VERBAS LIQUIDAS.   *
      * O CONTRATO FICA LIQUIDADO (L)  *
      * COM O VALOR DESCONTADO E O     *
      * SALDO QUE FICA COM O BANCO     *
      **********************************
      *
       QUITA-CONSIGNADO.
                MOVE ZEROS TO W-CONSIG W-CNS-REMAN
                IF W-CNS-ABERTO NOT = "S"
                   GO TO QUITA-CONSIGNADO-FIM.
                COMPUTE W-CNS-MARGEM = W-LIQUIDO * 35 / 100
                MOVE CHAPA TO CNS-CHAPA
                MOVE ZEROS TO CNS-SEQ
                START CADCONSIG KEY IS NOT LESS THAN CNS-CHAVE
                      INVALID KEY GO TO QUITA-CONSIGNADO-FIM.
       QUITA-CONSIGNADO-LE.
                READ CADCONSIG NEXT RECORD
                     AT END GO TO QUITA-CONSIGNADO-FIM.
                IF CNS-CHAPA NOT = CHAPA
                   GO TO QUITA-CONSIGNADO-FIM.
                IF CNS-SITUACAO NOT = "A"
                   GO TO QUITA-CONSIGNADO-LE.
                COMPUTE W-CNS-PAGAS = (W-DD-ANO * 12 + W-DD-MES)
                                    - (CNS-PC-ANO * 12 + CNS-PC-MES)
                IF W-CNS-PAGAS < ZEROS
                   MOVE ZEROS TO W-CNS-PAGAS.
                IF W-CNS-PAGAS NOT < CNS-QTDE-PARC
                   GO TO QUITA-CONSIGNADO-LE.
                COMPUTE W-CNS-SALDO = (CNS-QTDE-PARC - W-CNS-PAGAS)
                                    * CNS-VL-PARC
                MOVE W-CNS-SALDO TO CNS-RESC-DESC
                IF CNS-RESC-DESC > W-CNS-MARGEM
                   MOVE W-CNS-MARGEM TO CNS-RESC-DESC.
                COMPUTE CNS-RESC-SALDO = W-CNS-SALDO - CNS-RESC-DESC
                SUBTRACT CNS-RESC-DESC FROM W-CNS-MARGEM
                ADD CNS-RESC-DESC TO W-CONSIG
                ADD CNS-RESC-SALDO TO W-CNS-REMAN
                MOVE "L" TO CNS-SITUACAO
                REWRITE REGCONSIG
                IF ST-CNS NOT = "00" AND ST-CNS NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADCONSIG - " ST-CNS.
                DISPLAY "CONSIGNADO BANCO " CNS-BANCO " CONTRATO "
                        CNS-CONTRATO " DESCONTADO " CNS-RESC-DESC
                        " SALDO NO BANCO " CNS-RESC-SALDO
                GO TO QUITA-CONSIGNADO-LE.
       QUITA-CONSIGNADO-FIM.
                EXIT.
      *
      **********************************
      * BANCO DE HORAS: SALDO TOTAL    *
      * (CREDITOS - DEBITOS - HORAS JA *
      * PAGAS + HORAS JA DESCONTADAS). *
      * POSITIVO E PAGO COMO EXTRA A   *
      * 50%, NEGATIVO DESCONTADO PELO  *
      * SALARIO-HORA ATE O SALDO DE    *
      * SALARIO. A QUITACAO FICA NO    *
      * REGISTRO DO MES DA RESCISAO    *
      **********************************
      *
       QUITA-BANCO-HORAS.
                MOVE ZEROS TO W-BH-SALDO W-BH-PAGO-H W-BH-DESC-H
                              W-VL-BH-PAGO W-VL-BH-DESC
                IF W-BH-ABERTO NOT = "S"
                   GO TO QUITA-BANCO-HORAS-FIM.
                MOVE CHAPA TO BH-CHAPA
                MOVE ZEROS TO BH-COMP
                START CADBHORAS KEY IS NOT LESS THAN BH-CHAVE
                     INVALID KEY GO TO QUITA-BANCO-HORAS-FIM.
       QUITA-BANCO-HORAS-LE.
                READ CADBHORAS NEXT RECORD
                     AT END GO TO QUITA-BANCO-HORAS-CALC.
                IF BH-CHAPA NOT = CHAPA
                   GO TO QUITA-BANCO-HORAS-CALC.
                COMPUTE W-BH-SALDO = W-BH-SALDO + BH-CREDITO
                        - BH-DEBITO - BH-PAGO-HORAS + BH-DESC-HORAS
                GO TO QUITA-BANCO-HORAS-LE.
       QUITA-BANCO-HORAS-CALC.
                IF W-BH-SALDO = ZEROS
                   GO TO QUITA-BANCO-HORAS-FIM.
                COMPUTE W-SALHORA = W-SAL-FUNC / 220
                IF W-BH-SALDO > ZEROS
                   MOVE W-BH-SALDO TO W-BH-PAGO-H
                   COMPUTE W-VL-BH-PAGO ROUNDED = W-BH-PAGO-H
                           * W-SALHORA * 1,5
                ELSE
                   COMPUTE W-BH-DESC-H = ZEROS - W-BH-SALDO
                   COMPUTE W-VL-BH-DESC ROUNDED = W-BH-DESC-H
                           * W-SALHORA.
                IF W-VL-BH-DESC > W-SALDO-SAL + W-ADIC-SALDO
                   COMPUTE W-VL-BH-DESC = W-SALDO-SAL + W-ADIC-SALDO
                   IF W-SALHORA > ZEROS
                      COMPUTE W-BH-DESC-H = W-VL-BH-DESC / W-SALHORA.
                MOVE CHAPA TO BH-CHAPA
                MOVE W-DD-ANO TO BH-ANO
                MOVE W-DD-MES TO BH-MES
                READ CADBHORAS
                     INVALID KEY GO TO QUITA-BANCO-HORAS-NOVO.
                ADD W-BH-PAGO-H TO BH-PAGO-HORAS
                ADD W-BH-DESC-H TO BH-DESC-HORAS
                ADD W-VL-BH-PAGO TO BH-VL-PAGO
                ADD W-VL-BH-DESC TO BH-VL-DESC
                REWRITE REGBHORAS
                GO TO QUITA-BANCO-HORAS-ERRO.
       QUITA-BANCO-HORAS-NOVO.
                MOVE SPACES TO REGBHORAS
                MOVE CHAPA TO BH-CHAPA
                MOVE W-DD-ANO TO BH-ANO
                MOVE W-DD-MES TO BH-MES
                MOVE ZEROS TO BH-CREDITO BH-DEBITO
                MOVE "N" TO BH-LANCADO
                MOVE W-BH-PAGO-H TO BH-PAGO-HORAS
                MOVE W-BH-DESC-H TO BH-DESC-HORAS
                MOVE W-VL-BH-PAGO TO BH-VL-PAGO
                MOVE W-VL-BH-DESC TO BH-VL-DESC
                WRITE REGBHORAS.
       QUITA-BANCO-HORAS-ERRO.
                IF ST-BH NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADBHORAS - " ST-BH.
                DISPLAY "BANCO DE HORAS: SALDO " W-BH-SALDO " HORAS".
       QUITA-BANCO-HORAS-FIM.
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
      * IMPRESSAO DO TERMO             *
      **********************************
      *
                MOVE W-DD-MES TO LC-DEM-MES
                MOVE W-DD-ANO TO LC-DEM-ANO
                WRITE REGTERMO FROM LIN-DEMIS
                IF W-ASO-DEMIS = "N"
                   WRITE REGTERMO FROM LIN-ASO.
                MOVE SPACES TO REGTERMO
                WRITE REGTERMO
                MOVE W-SALDO-SAL TO LC-SALDO
                WRITE REGTERMO FROM LIN-SALDO
                IF W-ADIC-SALDO > ZEROS
                   MOVE W-ADIC-SALDO TO LC-ADICIONAL
                   WRITE REGTERMO FROM LIN-ADICIONAL.
                IF W-VL-BH-PAGO > ZEROS
                   MOVE W-VL-BH-PAGO TO LC-BHPAGO
                   MOVE W-BH-PAGO-H TO LC-BHPAGO-H
                   WRITE REGTERMO FROM LIN-BHPAGO.
                IF W-VL-BH-DESC > ZEROS
                   MOVE W-VL-BH-DESC TO LC-BHDESC
                   MOVE W-BH-DESC-H TO LC-BHDESC-H
                   WRITE REGTERMO FROM LIN-BHDESC.
                IF W-SAL-FAMILIA > ZEROS
                   MOVE W-SAL-FAMILIA TO LC-SALFAM
                   WRITE REGTERMO FROM LIN-SALFAM.
                MOVE W-FERIAS-PROP TO LC-FERIAS
                WRITE REGTERMO FROM LIN-FERIAS
                MOVE W-TERCO TO LC-TERCO
                WRITE REGTERMO FROM LIN-INSS
                MOVE W-IRRF TO LC-IRRF
                WRITE REGTERMO FROM LIN-IRRF
                IF W-CONSIG > ZEROS
                   MOVE W-CONSIG TO LC-CONSIG
                   WRITE REGTERMO FROM LIN-CONSIG.
                MOVE W-LIQUIDO TO LC-LIQUIDO
                WRITE REGTERMO FROM LIN-LIQUIDO
                IF W-CNS-REMAN > ZEROS
                   MOVE SPACES TO REGTERMO
                   WRITE REGTERMO
                   MOVE W-CNS-REMAN TO LC-REMAN
                   WRITE REGTERMO FROM LIN-REMAN.
       IMPRIME-TERMO-FIM.
                EXIT.
      *
      **********************************
      * EXAME DEMISSIONAL (CADASO.DAT, *
      * FP201674): APENAS AVISA; A     *
      * RESCISAO NAO E BLOQUEADA       *
      **********************************
      *
       VERIFICA-ASO-DEMIS.
                MOVE "N" TO W-ASO-DEMIS
                IF W-ASO-ABERTO NOT = "S"
                   GO TO VERIFICA-ASO-DEMIS-FIM.
                MOVE CHAPA TO ASO-CHAPA
                MOVE ZEROS TO ASO-SEQ
                START CADASO KEY IS NOT LESS THAN ASO-CHAVE
                     INVALID KEY GO TO VERIFICA-ASO-DEMIS-FIM.
       VERIFICA-ASO-DEMIS-LE.
                READ CADASO NEXT RECORD
                     AT END GO TO VERIFICA-ASO-DEMIS-FIM.
                IF ASO-CHAPA NOT = CHAPA
                   GO TO VERIFICA-ASO-DEMIS-FIM.
                IF ASO-TIPO = "D"
                   MOVE "S" TO W-ASO-DEMIS
                   GO TO VERIFICA-ASO-DEMIS-FIM.
                GO TO VERIFICA-ASO-DEMIS-LE.
       VERIFICA-ASO-DEMIS-FIM.
                EXIT.
      *
      **********************************
      * GRAVACAO DA DEMISSAO E EVENTO  *
      * NO JORNAL                      *
      **********************************
       GRAVA-DEMISSAO-FIM.
                EXIT.
      *
      **********************************
      * GRAVA A RESCISAO EM FOLHAHIST  *
      * (TIPO R, SEQUENCIA 01) NA      *
      * COMPETENCIA DA DATA DE SAIDA.  *
      * FERIAS INDENIZADAS E 1/3 FICAM *
      * NO BRUTO MAS FORA DO FGTS      *
      **********************************
      *
       GRAVA-HIST.
                IF W-HIST-ABERTO NOT = "S"
                   GO TO GRAVA-HIST-FIM.
                MOVE W-CHAPA TO FH-CHAPA
                MOVE W-DD-MES TO FH-COMP-MES
                MOVE W-DD-ANO TO FH-COMP-ANO
                MOVE "R" TO FH-TIPO
                MOVE 01 TO FH-SEQ
                COMPUTE FH-BRUTO = W-BRUTO + W-FERIAS-PROP + W-TERCO
                        + W-13-PROP
                MOVE W-INSS TO FH-INSS
                MOVE W-IRRF TO FH-IRRF
                MOVE W-LIQUIDO TO FH-LIQUIDO
                COMPUTE FH-FGTS = (W-BRUTO + W-13-PROP) * 8 / 100
                MOVE 1 TO FH-EMPRESA
                IF FUN-EMPRESA-X NUMERIC AND FUN-EMPRESA > ZEROS
                   MOVE FUN-EMPRESA TO FH-EMPRESA.
                ACCEPT FH-DATA-CALC FROM DATE YYYYMMDD
                WRITE REGFHIST
                IF ST-HIST = "22"
                   REWRITE REGFHIST.
                IF ST-HIST NOT = "00" AND ST-HIST NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO FOLHAHIST - CHAPA "
                           W-CHAPA " TIPO R - " ST-HIST.
       GRAVA-HIST-FIM.
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
                IF W-SFM-ABERTO = "S"
                   CLOSE CADSALFAM.
                IF W-AFA-ABERTO = "S"
                   CLOSE CADAFAST.
                IF W-CNS-ABERTO = "S"
                   CLOSE CADCONSIG.
                IF W-ASO-ABERTO = "S"
                   CLOSE CADASO.
                IF W-BH-ABERTO = "S"
                   CLOSE CADBHORAS.
                IF W-SLF-ABERTO = "S"
                   CLOSE CADSALFUN.
                IF W-HIST-ABERTO = "S"
                   CLOSE FOLHAHIST.
                CLOSE CADFUNC CADCARGO CADINSS CADIRRF CADJRN TERMO.
       ROT-FIMS.
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
