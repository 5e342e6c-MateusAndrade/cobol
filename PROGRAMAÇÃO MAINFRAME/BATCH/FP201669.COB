       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201669.
       AUTHOR. MATEUS.
      **************************************
      * APURACAO MENSAL DO VALE-TRANSPORTE *
      * E DO VALE-REFEICAO (CADBENEF.DAT): *
      * DIAS UTEIS DA COMPETENCIA (SEGUNDA *
      * A SEXTA, MENOS OS FERIADOS DE      *
      * CADFERIADO.DAT), DESCONTADOS OS    *
      * DIAS ANTERIORES A ADMISSAO, AS     *
      * FERIAS DE CADFERIAS.DAT, OS        *
      * AFASTAMENTOS DE CADAFAST.DAT E AS  *
      * FALTAS DE CADPONTO.DAT. GRAVA POR  *
      * CHAPA/COMPETENCIA EM CADBENMES.DAT *
      * (DESCONTADO PELA FOLHA FP201614),  *
      * COM O DESCONTO DO VT LIMITADO A 6% *
      * DO SALARIO BASE, E GERA O PEDIDO   *
      * DE COMPRA AO FORNECEDOR            *
      * (PEDBENEF.TXT)                     *
      * SALARIO PELO HISTORICO INDIVIDUAL  *
      * (CADSALFUN.DAT) VIGENTE NA DATA DE *
      * REFERENCIA; SEM HISTORICO, O DO    *
      * CADASTRO OU DO CARGO               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
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
                    RECORD KEY   IS CODIGO OF REGCARGO
                    FILE STATUS  IS ST-CARGO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGCARGO
                               WITH DUPLICATES.
       SELECT CADBENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEN-CHAPA
                    FILE STATUS  IS ST-BEN.
       SELECT CADBENMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BM-CHAVE
                    FILE STATUS  IS ST-BM.
       SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FDO-DATA
                    FILE STATUS  IS ST-FDO.
       SELECT CADFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-CHAVE
                    FILE STATUS  IS ST-FER.
       SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PON-CHAVE
                    FILE STATUS  IS ST-PONTO.
       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-AFA.
       SELECT CADEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-CODIGO
                    FILE STATUS  IS ST-EMP.
       SELECT PEDBENEF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PED.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA               PIC 9(05).
                03 NOME                PIC X(35).
                03 CPF                 PIC 9(11).
                03 RG                  PIC X(15).
                03 NASC.
                   05 DIA              PIC 9(2).
                   05 MES              PIC 9(2).
                   05 ANO              PIC 9(4).
                03 ECIVIL              PIC X(1).
                03 CEP                 PIC 9(08).
                03 DEPARTAMENTO        PIC 9(3).
                03 CC                  PIC 9(1).
                03 CCARGO              PIC 9(3).
                03 TIPOSAL             PIC X(1).
                03 SALBASE             PIC 999.999,99.
                03 DATAADMIS.
                   05 ADM-DIA          PIC 9(02).
                   05 ADM-MES          PIC 9(02).
                   05 ADM-ANO          PIC 9(04).
                03 NFILHOS             PIC 9(1).
                03 DATADEMIS.
                   05 DEM-DIA          PIC 9(02).
                   05 DEM-MES          PIC 9(02).
                   05 DEM-ANO          PIC 9(04).
                03 SITFUNC             PIC X(1).
                03 LOGRAD              PIC X(35).
                03 BAIRRO              PIC X(20).
                03 CIDADE              PIC X(20).
                03 UF                  PIC X(02).
                03 FUN-EMPRESA         PIC 9(01).
                03 FUN-EMPRESA-X REDEFINES FUN-EMPRESA PIC X(01).
                03 FILLER              PIC X(22).
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
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO              PIC 9(03).
                03 DENOMINACAO         PIC X(20).
                03 TIPO-SALARIO        PIC X(1).
                03 SALARIO-BASE        PIC 9(6)V99.
                03 NIVEL-ESCOLARIDADE  PIC 9(1).
                03 FILLER              PIC X(31).
      *
       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
       01 REGBENEF.
                03 BEN-CHAPA         PIC 9(05).
                03 BEN-VT-OPTA       PIC X(01).
                03 BEN-VT-LINHA      PIC X(20).
                03 BEN-VT-TARIFA     PIC 9(2)V99.
                03 BEN-VT-VIAGENS    PIC 9(01).
                03 BEN-VR-OPTA       PIC X(01).
                03 BEN-VR-DIARIO     PIC 9(3)V99.
                03 BEN-VR-COPTIPO    PIC X(01).
                03 BEN-VR-COPART     PIC 9(3)V99.
                03 FILLER            PIC X(37).
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
       FD CADFERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
                03 FDO-DATA.
                   05 FDO-ANO    PIC 9(04).
                   05 FDO-MES    PIC 9(02).
                   05 FDO-DIA    PIC 9(02).
                03 FDO-DESCR     PIC X(30).
                03 FILLER        PIC X(12).
      *
       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAS.DAT".
       01 REGFERIAS.
                03 FER-CHAVE.
                   05 FER-CHAPA      PIC 9(05).
                   05 FER-SEQ        PIC 9(02).
                03 FER-AQUIS-INI.
                   05 FER-AI-DIA     PIC 9(02).
                   05 FER-AI-MES     PIC 9(02).
                   05 FER-AI-ANO     PIC 9(04).
                03 FER-AQUIS-FIM.
                   05 FER-AF-DIA     PIC 9(02).
                   05 FER-AF-MES     PIC 9(02).
                   05 FER-AF-ANO     PIC 9(04).
                03 FER-DIAS-DIREITO  PIC 9(02).
                03 FER-DIAS-GOZADOS  PIC 9(02).
                03 FER-PROG.
                   05 FER-PR-DIA     PIC 9(02).
                   05 FER-PR-MES     PIC 9(02).
                   05 FER-PR-ANO     PIC 9(04).
                03 FER-PROG-DIAS     PIC 9(02).
                03 FER-SITUACAO      PIC X(01).
                03 FILLER            PIC X(26).
      *
       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
                03 PON-CHAVE.
                   05 PON-CHAPA      PIC 9(05).
                   05 PON-COMP.
                      07 PON-COMP-MES PIC 9(02).
                      07 PON-COMP-ANO PIC 9(04).
                03 PON-HORAS      PIC 9(3)V99.
                03 PON-HORASEXT   PIC 9(3)V99.
                03 PON-DIASFALTA  PIC 9(02).
                03 PON-HORASEXT100 PIC 9(3)V99.
                03 PON-EXT100-X REDEFINES PON-HORASEXT100 PIC X(05).
                03 FILLER         PIC X(36).
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
       FD PEDBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDBENEF.TXT".
       01 REGPED                      PIC X(100).
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
       77 ST-BEN       PIC X(02) VALUE "00".
       77 ST-BM        PIC X(02) VALUE "00".
       77 ST-FDO       PIC X(02) VALUE "00".
       77 ST-FER       PIC X(02) VALUE "00".
       77 ST-PONTO     PIC X(02) VALUE "00".
       77 ST-AFA       PIC X(02) VALUE "00".
       77 ST-EMP       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 W-FDO-ABERTO PIC X(01) VALUE "N".
       77 W-FER-ABERTO PIC X(01) VALUE "N".
       77 W-PONTO-ABERTO PIC X(01) VALUE "N".
       77 W-AFA-ABERTO PIC X(01) VALUE "N".
       77 W-QTDE       PIC 9(06) VALUE ZEROS.
       77 W-QTDE-VT    PIC 9(06) VALUE ZEROS.
       77 W-QTDE-VR    PIC 9(06) VALUE ZEROS.
       77 W-QTDE-SEM   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-PED   PIC 9(06) VALUE ZEROS.
       77 W-EMPRESA    PIC 9(01) VALUE 1.
       77 W-EMP-FUNC   PIC 9(01) VALUE 1.
       77 W-FERSEQ     PIC 9(02) VALUE ZEROS.
       77 W-D          PIC 9(02) VALUE ZEROS.
       77 W-D-INI      PIC 9(02) VALUE ZEROS.
       77 W-D-FIM      PIC 9(02) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DIAS-MES   PIC 9(02) VALUE ZEROS.
       01 W-DIAS-ANT   PIC 9(02) VALUE ZEROS.
       01 W-DIAS-UTEIS PIC 9(02) VALUE ZEROS.
       01 W-DIAS       PIC S9(03) VALUE ZEROS.
       01 W-SOBRA      PIC S9(03) VALUE ZEROS.
       01 W-TEMP       PIC 9(06) VALUE ZEROS.
       01 W-REM4       PIC 9(04) VALUE ZEROS.
       01 W-REM100     PIC 9(04) VALUE ZEROS.
       01 W-REM400     PIC 9(04) VALUE ZEROS.
       01 W-DATA-DIA   PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       01 W-COMP-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-ANT-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-ADM-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-FER-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-VT-QTDE    PIC 9(03) VALUE ZEROS.
       01 W-VT-VALOR   PIC 9(5)V99 VALUE ZEROS.
       01 W-VT-DESC    PIC 9(5)V99 VALUE ZEROS.
       01 W-VT-TETO    PIC 9(5)V99 VALUE ZEROS.
       01 W-VR-VALOR   PIC 9(5)V99 VALUE ZEROS.
       01 W-VR-DESC    PIC 9(5)V99 VALUE ZEROS.
       01 W-TOT-VT     PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-VR     PIC 9(9)V99 VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

       01 TABDIAS.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 28.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
       01 TABDIASR REDEFINES TABDIAS.
           03 W-DIASMES   PIC 9(02) OCCURS 12 TIMES.

      * CALENDARIO DA COMPETENCIA: U = DIA UTIL, N = NAO UTIL
       01 TAB-CAL.
          03 TCL-DIA      PIC X(01) OCCURS 31 TIMES.
       01 TAB-FUN.
          03 TFN-DIA      PIC X(01) OCCURS 31 TIMES.

      * CALCULO DO DIA DA SEMANA (ZELLER): 1 = DOMINGO
       01 W-Z-DIA         PIC 9(02) VALUE ZEROS.
       01 W-Z-MES         PIC 9(02) VALUE ZEROS.
       01 W-Z-ANO         PIC 9(04) VALUE ZEROS.
       01 W-Z-K           PIC 9(02) VALUE ZEROS.
       01 W-Z-J           PIC 9(02) VALUE ZEROS.
       01 W-Z-H           PIC 9(02) VALUE ZEROS.
       01 W-Z-TEMP        PIC 9(06) VALUE ZEROS.
       01 W-Z-SOMA        PIC 9(06) VALUE ZEROS.
       01 W-DIASEM        PIC 9(01) VALUE ZEROS.

       01 PED-HEADER.
          03 FILLER          PIC X(01) VALUE "0".
          03 PH-DATA         PIC 9(08).
          03 PH-COMP         PIC 9(06).
          03 PH-CNPJ         PIC 9(14).
          03 FILLER          PIC X(30)
                             VALUE "PEDIDO VALE-TRANSP/REFEICAO".
          03 PH-DIAS-UTEIS   PIC 9(02).
          03 FILLER          PIC X(39) VALUE SPACES.

       01 PED-DETALHE.
          03 FILLER          PIC X(01) VALUE "1".
          03 PD-TIPO         PIC X(02).
          03 PD-CHAPA        PIC 9(05).
          03 PD-CPF          PIC 9(11).
          03 PD-NOME         PIC X(30).
          03 PD-LINHA        PIC X(20).
          03 PD-DIAS         PIC 9(02).
          03 PD-QTDE         PIC 9(03).
          03 PD-UNITARIO     PIC 9(3)V99.
          03 PD-VALOR        PIC 9(7)V99.
          03 FILLER          PIC X(12) VALUE SPACES.

       01 PED-TRAILER.
          03 FILLER          PIC X(01) VALUE "9".
          03 PT-QTDE         PIC 9(06).
          03 PT-TOTAL-VT     PIC 9(9)V99.
          03 PT-TOTAL-VR     PIC 9(9)V99.
          03 FILLER          PIC X(71) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
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
                OPEN INPUT CADBENEF
                IF ST-BEN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBENEF - "
                            ST-BEN
                   CLOSE CADFUNC CADCARGO
                   GO TO ROT-FIMS.
                OPEN I-O CADBENMES
                IF ST-BM NOT = "00"
                   IF ST-BM = "30" OR "35"
                      OPEN OUTPUT CADBENMES
                      CLOSE CADBENMES
                      OPEN I-O CADBENMES
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBENMES - "
                               ST-BM
                      CLOSE CADFUNC CADCARGO CADBENEF
                      GO TO ROT-FIMS.
                OPEN OUTPUT PEDBENEF
                IF ST-PED NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDBENEF - "
                            ST-PED
                   CLOSE CADFUNC CADCARGO CADBENEF CADBENMES
                   GO TO ROT-FIMS.
                OPEN INPUT CADFERIADO
                IF ST-FDO = "00"
                   MOVE "S" TO W-FDO-ABERTO
                ELSE
                   DISPLAY "AVISO: CADFERIADO.DAT AUSENTE - SOMENTE "
                           "SABADOS E DOMINGOS NAO UTEIS".
                OPEN INPUT CADFERIAS
                IF ST-FER = "00"
                   MOVE "S" TO W-FER-ABERTO
                ELSE
                   DISPLAY "AVISO: CADFERIAS.DAT AUSENTE - SEM "
                           "DESCONTO DE FERIAS".
                OPEN INPUT CADPONTO
                IF ST-PONTO = "00"
                   MOVE "S" TO W-PONTO-ABERTO
                ELSE
                   DISPLAY "AVISO: CADPONTO.DAT AUSENTE - SEM "
                           "DESCONTO DE FALTAS".
                OPEN INPUT CADAFAST
                IF ST-AFA = "00"
                   MOVE "S" TO W-AFA-ABERTO
                ELSE
                   DISPLAY "AVISO: CADAFAST.DAT AUSENTE - SEM "
                           "AFASTAMENTOS".
      *
       PEDE-EMPRESA.
                DISPLAY "EMPRESA (1-9): "
                ACCEPT W-EMPRESA FROM CONSOLE
                IF W-EMPRESA = ZEROS
                   DISPLAY "*** EMPRESA INVALIDA ***"
                   GO TO PEDE-EMPRESA.
                OPEN INPUT CADEMP
                MOVE ZEROS TO PH-CNPJ
                IF ST-EMP = "00"
                   MOVE W-EMPRESA TO EMP-CODIGO
                   READ CADEMP
                        INVALID KEY
                           DISPLAY "*** EMPRESA NAO CADASTRADA ***"
                        NOT INVALID KEY
                           MOVE EMP-CNPJ TO PH-CNPJ.
                IF ST-EMP = "00"
                   CLOSE CADEMP.
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA DOS BENEFICIOS (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12 OR
                   W-COMP-ANO < 1900
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                PERFORM MONTA-CALENDARIO THRU MONTA-CALENDARIO-FIM
                DISPLAY "DIAS UTEIS NA COMPETENCIA: " W-DIAS-UTEIS
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO PH-DATA
                MOVE W-COMPETENCIA TO PH-COMP
                MOVE W-DIAS-UTEIS TO PH-DIAS-UTEIS
                WRITE REGPED FROM PED-HEADER.
      *
       LE-001.
                READ CADFUNC NEXT RECORD
                     AT END GO TO ROT-TRAILER.
                IF DATADEMIS OF REGFUNC NOT = ZEROS
                   GO TO LE-001.
                MOVE 1 TO W-EMP-FUNC
                IF FUN-EMPRESA-X NUMERIC AND FUN-EMPRESA > ZEROS
                   MOVE FUN-EMPRESA TO W-EMP-FUNC.
                IF W-EMP-FUNC NOT = W-EMPRESA
                   GO TO LE-001.
                MOVE CHAPA OF REGFUNC TO BEN-CHAPA
                READ CADBENEF
                     INVALID KEY GO TO LE-001.
                PERFORM GERA-BENEF THRU GERA-BENEF-FIM
                GO TO LE-001.
      *
      **********************************
      * CALENDARIO DA COMPETENCIA:     *
      * SEGUNDA A SEXTA QUE NAO SEJA   *
      * FERIADO (CADFERIADO.DAT)       *
      **********************************
      *
       MONTA-CALENDARIO.
                MOVE ALL "N" TO TAB-CAL
                MOVE ZEROS TO W-DIAS-UTEIS
                MOVE W-COMP-MES TO W-D
                MOVE W-DIASMES (W-D) TO W-DIAS-MES
                IF W-COMP-MES = 2
                   DIVIDE W-COMP-ANO BY 4 GIVING W-TEMP
                                          REMAINDER W-REM4
                   DIVIDE W-COMP-ANO BY 100 GIVING W-TEMP
                                          REMAINDER W-REM100
                   DIVIDE W-COMP-ANO BY 400 GIVING W-TEMP
                                          REMAINDER W-REM400
                   IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                      MOVE 29 TO W-DIAS-MES.
                COMPUTE W-COMP-AAAAMM = W-COMP-ANO * 100 + W-COMP-MES
                IF W-COMP-MES = 1
                   COMPUTE W-ANT-AAAAMM = (W-COMP-ANO - 1) * 100 + 12
                   MOVE 31 TO W-DIAS-ANT
                ELSE
                   COMPUTE W-ANT-AAAAMM = W-COMP-AAAAMM - 1
                   COMPUTE W-D = W-COMP-MES - 1
                   MOVE W-DIASMES (W-D) TO W-DIAS-ANT.
                IF W-COMP-MES = 3
                   DIVIDE W-COMP-ANO BY 4 GIVING W-TEMP
                                          REMAINDER W-REM4
                   DIVIDE W-COMP-ANO BY 100 GIVING W-TEMP
                                          REMAINDER W-REM100
                   DIVIDE W-COMP-ANO BY 400 GIVING W-TEMP
                                          REMAINDER W-REM400
                   IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                      MOVE 29 TO W-DIAS-ANT.
                MOVE 1 TO W-D.
       MONTA-CALENDARIO-LOOP.
                IF W-D > W-DIAS-MES
                   GO TO MONTA-CALENDARIO-FIM.
                MOVE W-D TO W-Z-DIA
                MOVE W-COMP-MES TO W-Z-MES
                MOVE W-COMP-ANO TO W-Z-ANO
                PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
                IF W-DIASEM = 1 OR W-DIASEM = 7
                   ADD 1 TO W-D
                   GO TO MONTA-CALENDARIO-LOOP.
                IF W-FDO-ABERTO = "S"
                   MOVE W-COMP-ANO TO FDO-ANO
                   MOVE W-COMP-MES TO FDO-MES
                   MOVE W-D TO FDO-DIA
                   READ CADFERIADO
                        INVALID KEY NEXT SENTENCE
                        NOT INVALID KEY
                           ADD 1 TO W-D
                           GO TO MONTA-CALENDARIO-LOOP.
                MOVE "U" TO TCL-DIA (W-D)
                ADD 1 TO W-DIAS-UTEIS
                ADD 1 TO W-D
                GO TO MONTA-CALENDARIO-LOOP.
       MONTA-CALENDARIO-FIM.
                EXIT.
      *
      **********************************
      * DIA DA SEMANA PELA CONGRUENCIA *
      * DE ZELLER (1 = DOMINGO)        *
      **********************************
      *
       CALC-DIASEM.
                IF W-Z-MES < 3
                   ADD 12 TO W-Z-MES
                   SUBTRACT 1 FROM W-Z-ANO.
                DIVIDE W-Z-ANO BY 100 GIVING W-Z-J REMAINDER W-Z-K
                COMPUTE W-Z-SOMA = W-Z-DIA
                        + ((13 * (W-Z-MES + 1)) / 5)
                        + W-Z-K + (W-Z-K / 4) + (W-Z-J / 4)
                        + (5 * W-Z-J)
                DIVIDE W-Z-SOMA BY 7 GIVING W-Z-TEMP
                       REMAINDER W-Z-H
      * NA CONGRUENCIA H=0 E SABADO E H=1 E DOMINGO: REMAPEIA
      * PARA 1=DOMINGO ... 7=SABADO
                MOVE W-Z-H TO W-DIASEM
                IF W-DIASEM = ZEROS
                   MOVE 7 TO W-DIASEM.
       CALC-DIASEM-FIM.
                EXIT.
      *
      **********************************
      * BENEFICIOS DO FUNCIONARIO NA   *
      * COMPETENCIA                    *
      **********************************
      *
       GERA-BENEF.
                MOVE CCARGO OF REGFUNC TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY
                        DISPLAY "SEM CARGO - CHAPA " CHAPA OF REGFUNC
                        ADD 1 TO W-QTDE-SEM
                        GO TO GERA-BENEF-FIM.
                COMPUTE W-SLF-REF = W-COMP-ANO * 10000
                        + W-COMP-MES * 100 + 31
                PERFORM BUSCA-SALFUN THRU BUSCA-SALFUN-FIM
                COMPUTE W-ADM-AAAAMM = ADM-ANO OF REGFUNC * 100
                        + ADM-MES OF REGFUNC
                IF W-ADM-AAAAMM > W-COMP-AAAAMM
                   GO TO GERA-BENEF-FIM.
                MOVE TAB-CAL TO TAB-FUN
                IF W-ADM-AAAAMM = W-COMP-AAAAMM
                   MOVE 1 TO W-D-INI
                   COMPUTE W-D-FIM = ADM-DIA OF REGFUNC - 1
                   PERFORM MARCA-DIAS THRU MARCA-DIAS-FIM.
                PERFORM DESCONTA-FERIAS THRU DESCONTA-FERIAS-FIM
                PERFORM DESCONTA-AFAST THRU DESCONTA-AFAST-FIM
                PERFORM CONTA-DIAS THRU CONTA-DIAS-FIM
                IF W-PONTO-ABERTO = "S"
                   MOVE CHAPA OF REGFUNC TO PON-CHAPA
                   MOVE W-COMP-MES TO PON-COMP-MES
                   MOVE W-COMP-ANO TO PON-COMP-ANO
                   READ CADPONTO
                        INVALID KEY NEXT SENTENCE
                        NOT INVALID KEY
                           SUBTRACT PON-DIASFALTA FROM W-DIAS.
                IF W-DIAS < ZEROS
                   MOVE ZEROS TO W-DIAS.
                MOVE ZEROS TO W-VT-QTDE W-VT-VALOR W-VT-DESC
                              W-VR-VALOR W-VR-DESC
                IF BEN-VT-OPTA = "S"
                   PERFORM CALCULA-VT THRU CALCULA-VT-FIM.
                IF BEN-VR-OPTA = "S"
                   PERFORM CALCULA-VR THRU CALCULA-VR-FIM.
                PERFORM GRAVA-BENMES THRU GRAVA-BENMES-FIM
                ADD 1 TO W-QTDE.
       GERA-BENEF-FIM.
                EXIT.
      *
      **********************************
      * VT: VIAGENS X TARIFA; DESCONTO *
      * DE 6% DO SALARIO BASE, NUNCA   *
      * MAIOR QUE O CUSTO DO VALE      *
      **********************************
      *
       CALCULA-VT.
                COMPUTE W-VT-QTDE = W-DIAS * BEN-VT-VIAGENS
                COMPUTE W-VT-VALOR = W-VT-QTDE * BEN-VT-TARIFA
                COMPUTE W-VT-TETO = W-SAL-FUNC * 6 / 100
                MOVE W-VT-TETO TO W-VT-DESC
                IF W-VT-DESC > W-VT-VALOR
                   MOVE W-VT-VALOR TO W-VT-DESC.
                IF W-VT-VALOR = ZEROS
                   GO TO CALCULA-VT-FIM.
                MOVE "VT" TO PD-TIPO
                MOVE BEN-VT-LINHA TO PD-LINHA
                MOVE W-VT-QTDE TO PD-QTDE
                MOVE BEN-VT-TARIFA TO PD-UNITARIO
                MOVE W-VT-VALOR TO PD-VALOR
                PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM
                ADD 1 TO W-QTDE-VT
                ADD W-VT-VALOR TO W-TOT-VT.
       CALCULA-VT-FIM.
                EXIT.
      *
      **********************************
      * VR: DIAS X VALOR DIARIO;       *
      * COPARTICIPACAO PERCENTUAL (P)  *
      * OU VALOR MENSAL FIXO (V),      *
      * LIMITADA AO CUSTO DO VALE      *
      **********************************
      *
       CALCULA-VR.
                COMPUTE W-VR-VALOR = W-DIAS * BEN-VR-DIARIO
                IF BEN-VR-COPTIPO = "P"
                   COMPUTE W-VR-DESC = W-VR-VALOR * BEN-VR-COPART / 100.
                IF BEN-VR-COPTIPO = "V"
                   MOVE BEN-VR-COPART TO W-VR-DESC.
                IF W-VR-DESC > W-VR-VALOR
                   MOVE W-VR-VALOR TO W-VR-DESC.
                IF W-VR-VALOR = ZEROS
                   GO TO CALCULA-VR-FIM.
                MOVE "VR" TO PD-TIPO
                MOVE SPACES TO PD-LINHA
                MOVE W-DIAS TO PD-QTDE
                MOVE BEN-VR-DIARIO TO PD-UNITARIO
                MOVE W-VR-VALOR TO PD-VALOR
                PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM
                ADD 1 TO W-QTDE-VR
                ADD W-VR-VALOR TO W-TOT-VR.
       CALCULA-VR-FIM.
                EXIT.
      *
       GRAVA-PEDIDO.
                MOVE CHAPA OF REGFUNC TO PD-CHAPA
                MOVE CPF OF REGFUNC TO PD-CPF
                MOVE NOME OF REGFUNC TO PD-NOME
                MOVE W-DIAS TO PD-DIAS
                WRITE REGPED FROM PED-DETALHE
                ADD 1 TO W-QTDE-PED.
       GRAVA-PEDIDO-FIM.
                EXIT.
      *
      **********************************
      * REGISTRO DA COMPETENCIA EM     *
      * CADBENMES.DAT (REPROCESSAMENTO *
      * SUBSTITUI O ANTERIOR)          *
      **********************************
      *
       GRAVA-BENMES.
                MOVE SPACES TO REGBENMES
                MOVE CHAPA OF REGFUNC TO BM-CHAPA
                MOVE W-COMP-MES TO BM-COMP-MES
                MOVE W-COMP-ANO TO BM-COMP-ANO
                MOVE W-DIAS TO BM-DIAS
                MOVE W-VT-QTDE TO BM-VT-QTDE
                MOVE W-VT-VALOR TO BM-VT-VALOR
                MOVE W-VT-DESC TO BM-VT-DESC
                MOVE W-VR-VALOR TO BM-VR-VALOR
                MOVE W-VR-DESC TO BM-VR-DESC
                MOVE W-HOJE TO BM-DATA
                WRITE REGBENMES
                IF ST-BM = "22"
                   REWRITE REGBENMES.
                IF ST-BM NOT = "00" AND ST-BM NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADBENMES - CHAPA "
                           CHAPA OF REGFUNC " - " ST-BM.
       GRAVA-BENMES-FIM.
                EXIT.
      *
      **********************************
      * DIAS DE W-D-INI A W-D-FIM NAO  *
      * DAO DIREITO AO BENEFICIO       *
      **********************************
      *
       MARCA-DIAS.
                IF W-D-INI < 1
                   MOVE 1 TO W-D-INI.
                IF W-D-FIM > W-DIAS-MES
                   MOVE W-DIAS-MES TO W-D-FIM.
                MOVE W-D-INI TO W-D.
       MARCA-DIAS-LOOP.
                IF W-D > W-D-FIM
                   GO TO MARCA-DIAS-FIM.
                MOVE "N" TO TFN-DIA (W-D)
                ADD 1 TO W-D
                GO TO MARCA-DIAS-LOOP.
       MARCA-DIAS-FIM.
                EXIT.
      *
       CONTA-DIAS.
                MOVE ZEROS TO W-DIAS
                MOVE 1 TO W-D.
       CONTA-DIAS-LOOP.
                IF W-D > W-DIAS-MES
                   GO TO CONTA-DIAS-FIM.
                IF TFN-DIA (W-D) = "U"
                   ADD 1 TO W-DIAS.
                ADD 1 TO W-D
                GO TO CONTA-DIAS-LOOP.
       CONTA-DIAS-FIM.
                EXIT.
      *
      **********************************
      * FERIAS PROGRAMADAS OU GOZADAS  *
      * (CADFERIAS) QUE INICIAM NA     *
      * COMPETENCIA OU QUE INICIARAM   *
      * NO MES ANTERIOR E AVANCAM      *
      * SOBRE ELA                      *
      **********************************
      *
       DESCONTA-FERIAS.
                IF W-FER-ABERTO NOT = "S"
                   GO TO DESCONTA-FERIAS-FIM.
                MOVE 1 TO W-FERSEQ.
       DESCONTA-FERIAS-LOOP.
                IF W-FERSEQ > 20 GO TO DESCONTA-FERIAS-FIM.
                MOVE CHAPA OF REGFUNC TO FER-CHAPA
                MOVE W-FERSEQ TO FER-SEQ
                ADD 1 TO W-FERSEQ
                READ CADFERIAS
                     INVALID KEY GO TO DESCONTA-FERIAS-LOOP.
                IF FER-PROG = ZEROS OR FER-PROG-DIAS = ZEROS
                   GO TO DESCONTA-FERIAS-LOOP.
                IF FER-SITUACAO NOT = "P" AND FER-SITUACAO NOT = "G"
                   GO TO DESCONTA-FERIAS-LOOP.
                COMPUTE W-FER-AAAAMM = FER-PR-ANO * 100 + FER-PR-MES
                IF W-FER-AAAAMM = W-COMP-AAAAMM
                   MOVE FER-PR-DIA TO W-D-INI
                   COMPUTE W-SOBRA = FER-PR-DIA + FER-PROG-DIAS - 1
                   IF W-SOBRA > W-DIAS-MES
                      MOVE W-DIAS-MES TO W-D-FIM
                      PERFORM MARCA-DIAS THRU MARCA-DIAS-FIM
                      GO TO DESCONTA-FERIAS-LOOP
                   ELSE
                      MOVE W-SOBRA TO W-D-FIM
                      PERFORM MARCA-DIAS THRU MARCA-DIAS-FIM
                      GO TO DESCONTA-FERIAS-LOOP.
                IF W-FER-AAAAMM NOT = W-ANT-AAAAMM
                   GO TO DESCONTA-FERIAS-LOOP.
                COMPUTE W-SOBRA = FER-PR-DIA + FER-PROG-DIAS - 1
                        - W-DIAS-ANT
                IF W-SOBRA > ZEROS
                   MOVE 1 TO W-D-INI
                   MOVE W-SOBRA TO W-D-FIM
                   PERFORM MARCA-DIAS THRU MARCA-DIAS-FIM.
                GO TO DESCONTA-FERIAS-LOOP.
       DESCONTA-FERIAS-FIM.
                EXIT.
      *
      **********************************
      * DIAS DA COMPETENCIA DENTRO DE  *
      * QUALQUER AFASTAMENTO DA CHAPA  *
      * (CADAFAST; SEM FIM = EM ABERTO)*
      **********************************
      *
       DESCONTA-AFAST.
                IF W-AFA-ABERTO NOT = "S"
                   GO TO DESCONTA-AFAST-FIM.
                MOVE CHAPA OF REGFUNC TO AFA-CHAPA
                MOVE ZEROS TO AFA-SEQ
                START CADAFAST KEY IS NOT LESS THAN AFA-CHAVE
                     INVALID KEY GO TO DESCONTA-AFAST-FIM.
       DESCONTA-AFAST-LE.
                READ CADAFAST NEXT RECORD
                     AT END GO TO DESCONTA-AFAST-FIM.
                IF AFA-CHAPA NOT = CHAPA OF REGFUNC
                   GO TO DESCONTA-AFAST-FIM.
                COMPUTE W-DATA-INI = AFA-IN-ANO * 10000
                        + AFA-IN-MES * 100 + AFA-IN-DIA
                MOVE 99999999 TO W-DATA-FIM
                IF AFA-FIM NOT = ZEROS
                   COMPUTE W-DATA-FIM = AFA-FI-ANO * 10000
                           + AFA-FI-MES * 100 + AFA-FI-DIA.
                MOVE 1 TO W-D.
       DESCONTA-AFAST-DIA.
                IF W-D > W-DIAS-MES
                   GO TO DESCONTA-AFAST-LE.
                COMPUTE W-DATA-DIA = W-COMP-AAAAMM * 100 + W-D
                IF W-DATA-DIA NOT < W-DATA-INI AND
                   W-DATA-DIA NOT > W-DATA-FIM
                   MOVE "N" TO TFN-DIA (W-D).
                ADD 1 TO W-D
                GO TO DESCONTA-AFAST-DIA.
       DESCONTA-AFAST-FIM.
                EXIT.
      *
       ROT-TRAILER.
                MOVE W-QTDE-PED TO PT-QTDE
                MOVE W-TOT-VT TO PT-TOTAL-VT
                MOVE W-TOT-VR TO PT-TOTAL-VR
                WRITE REGPED FROM PED-TRAILER
                DISPLAY "FUNCIONARIOS APURADOS .: " W-QTDE
                DISPLAY "PEDIDOS DE VT .........: " W-QTDE-VT
                DISPLAY "PEDIDOS DE VR .........: " W-QTDE-VR
                DISPLAY "SEM CARGO .............: " W-QTDE-SEM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-FDO-ABERTO = "S"
                   CLOSE CADFERIADO.
                IF W-FER-ABERTO = "S"
                   CLOSE CADFERIAS.
                IF W-PONTO-ABERTO = "S"
                   CLOSE CADPONTO.
                IF W-AFA-ABERTO = "S"
                   CLOSE CADAFAST.
                IF W-SLF-ABERTO = "S"
                   CLOSE CADSALFUN.
                CLOSE CADFUNC CADCARGO CADBENEF CADBENMES PEDBENEF.
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
