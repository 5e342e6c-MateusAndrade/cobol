       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201680.
       AUTHOR. MATEUS.
      **************************************
      * ORCADO X REALIZADO DA FOLHA POR    *
      * CENTRO DE CUSTO E DEPARTAMENTO     *
      * (RELORCA.TXT): ORCAMENTO DE        *
      * CADORCA.DAT CONTRA O BRUTO E O     *
      * FGTS GRAVADOS EM FOLHAHIST.DAT     *
      * (TODOS OS TIPOS DE FOLHA), NO      *
      * MES E ACUMULADO NO ANO, COM O      *
      * CUSTO DO FUNCIONARIO REPARTIDO     *
      * PELO CADRATEIO (SEM RATEIO FICA NO *
      * CC DO DEPARTAMENTO). VARIACAO EM   *
      * VALOR E PERCENTUAL SOBRE O CUSTO   *
      * TOTAL (BRUTO + ENCARGOS), COM      *
      * MARCA DE ESTOURO ACIMA DA          *
      * TOLERANCIA INFORMADA. QUADRO       *
      * ORCADO E REAL DO MES (FOLHA NORMAL)*
      * CONFRONTADO                        *
      * COM AS VAGAS AUTORIZADAS DE        *
      * CADVAGAS.DAT POR DEPARTAMENTO      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-CHAVE
                    FILE STATUS  IS ST-ORC.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGDEPTO
                    FILE STATUS  IS ST-EPTO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGDEPTO
                               WITH DUPLICATES.
       SELECT CADCC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCCODIGO
                    FILE STATUS  IS ST-CC
                    ALTERNATE RECORD KEY IS CCDENOM
                               WITH DUPLICATES.
       SELECT CADRATEIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RAT-CHAVE
                    FILE STATUS  IS ST-RAT.
       SELECT CADVAGAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS VAG-CHAVE
                    FILE STATUS  IS ST-VAG.
       SELECT CADEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-CODIGO
                    FILE STATUS  IS ST-EMP.
       SELECT RELORCA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
       01 REGORCA.
                03 ORC-CHAVE.
                   05 ORC-CC         PIC 9(01).
                   05 ORC-DEPTO      PIC 9(03).
                   05 ORC-COMP.
                      07 ORC-ANO     PIC 9(04).
                      07 ORC-MES     PIC 9(02).
                03 ORC-QTDE          PIC 9(04).
                03 ORC-BRUTO         PIC 9(8)V99.
                03 ORC-ENCARGOS      PIC 9(8)V99.
                03 FILLER            PIC X(16).
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
                03 FILLER              PIC X(23).
      *
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO        PIC 9(03).
                03 DENOMINACAO   PIC X(15).
                03 CENTROCUSTO   PIC 9(01).
                03 FILLER        PIC X(45).
      *
       FD CADCC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCC.DAT".
       01 REGCC.
                03 CCCODIGO      PIC 9(01).
                03 CCDENOM       PIC X(30).
                03 FILLER        PIC X(19).
      *
       FD CADRATEIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRATEIO.DAT".
       01 REGRATEIO.
                03 RAT-CHAVE.
                   05 RAT-CHAPA      PIC 9(05).
                   05 RAT-SEQ        PIC 9(01).
                03 RAT-CC         PIC 9(01).
                03 RAT-PERC       PIC 9(3)V99.
                03 FILLER         PIC X(28).
      *
       FD CADVAGAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVAGAS.DAT".
       01 REGVAGAS.
                03 VAG-CHAVE.
                   05 VAG-DEPTO      PIC 9(03).
                   05 VAG-CARGO      PIC 9(03).
                03 VAG-AUTORIZADO    PIC 9(03).
                03 FILLER            PIC X(55).
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
       FD RELORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELORCA.TXT".
       01 REGREL                      PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ORC       PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-CC        PIC X(02) VALUE "00".
       77 ST-RAT       PIC X(02) VALUE "00".
       77 ST-VAG       PIC X(02) VALUE "00".
       77 ST-EMP       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-RAT-ABERTO PIC X(01) VALUE "N".
       77 W-VAG-ABERTO PIC X(01) VALUE "N".
       77 W-EMP-ABERTO PIC X(01) VALUE "N".
       77 W-QT-HIST    PIC 9(06) VALUE ZEROS.
       77 W-QT-EXC     PIC 9(05) VALUE ZEROS.
       77 W-QT-TAB     PIC 9(04) VALUE ZEROS.
       77 W-QT-ESTOURO PIC 9(04) VALUE ZEROS.
       77 W-I          PIC 9(04) VALUE ZEROS.
       77 W-J          PIC 9(04) VALUE ZEROS.
       77 W-K          PIC 9(04) VALUE ZEROS.
       77 W-IND-DEP    PIC 9(03) VALUE ZEROS.
       77 W-RATSEQ     PIC 9(02) VALUE ZEROS.
       77 W-CC-ATUAL   PIC 9(01) VALUE ZEROS.
       77 W-TOLERANCIA PIC 9(02) VALUE ZEROS.
       77 W-MES-ATUAL  PIC X(01) VALUE "N".
       01 W-RAT-TOT          PIC 9(3)V99 VALUE ZEROS.
       01 W-PARC-BRUTO       PIC 9(7)V99 VALUE ZEROS.
       01 W-PARC-ENC         PIC 9(7)V99 VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

       01 W-CHAVE-BUSCA.
          03 W-BUS-CC        PIC 9(01).
          03 W-BUS-DEPTO     PIC 9(03).

      * ORCADO (O) E REALIZADO (R) POR CENTRO DE CUSTO E
      * DEPARTAMENTO, MANTIDA NA ORDEM DA CHAVE
       01 TAB-ORC.
          03 TOR-ITEM OCCURS 1000 TIMES.
             05 TOR-CHAVE.
                07 TOR-CC       PIC 9(01).
                07 TOR-DEPTO    PIC 9(03).
             05 TOR-OQT-MES     PIC 9(05).
             05 TOR-OBR-MES     PIC 9(9)V99.
             05 TOR-OEN-MES     PIC 9(9)V99.
             05 TOR-OBR-ACU     PIC 9(9)V99.
             05 TOR-OEN-ACU     PIC 9(9)V99.
             05 TOR-RQT-MES     PIC 9(05).
             05 TOR-RBR-MES     PIC 9(9)V99.
             05 TOR-REN-MES     PIC 9(9)V99.
             05 TOR-RBR-ACU     PIC 9(9)V99.
             05 TOR-REN-ACU     PIC 9(9)V99.

      * QUADRO DO MES POR DEPARTAMENTO
       01 TAB-QUADRO.
          03 TQD-ITEM OCCURS 999 TIMES.
             05 TQD-VAGAS       PIC 9(05).
             05 TQD-ORCADO      PIC 9(05).
             05 TQD-REAL        PIC 9(05).

      * VALORES DA LINHA EM MONTAGEM (DETALHE, SUBTOTAL DO CC
      * OU TOTAL GERAL)
       01 W-LINHA.
          03 W-L-OQT         PIC 9(05).
          03 W-L-RQT         PIC 9(05).
          03 W-L-OBR         PIC 9(9)V99.
          03 W-L-OEN         PIC 9(9)V99.
          03 W-L-RBR         PIC 9(9)V99.
          03 W-L-REN         PIC 9(9)V99.
       01 W-CC-MES.
          03 W-CM-OQT        PIC 9(05).
          03 W-CM-RQT        PIC 9(05).
          03 W-CM-OBR        PIC 9(9)V99.
          03 W-CM-OEN        PIC 9(9)V99.
          03 W-CM-RBR        PIC 9(9)V99.
          03 W-CM-REN        PIC 9(9)V99.
       01 W-CC-ACU.
          03 W-CA-OQT        PIC 9(05).
          03 W-CA-RQT        PIC 9(05).
          03 W-CA-OBR        PIC 9(9)V99.
          03 W-CA-OEN        PIC 9(9)V99.
          03 W-CA-RBR        PIC 9(9)V99.
          03 W-CA-REN        PIC 9(9)V99.
       01 W-GER-MES.
          03 W-GM-OQT        PIC 9(05).
          03 W-GM-RQT        PIC 9(05).
          03 W-GM-OBR        PIC 9(9)V99.
          03 W-GM-OEN        PIC 9(9)V99.
          03 W-GM-RBR        PIC 9(9)V99.
          03 W-GM-REN        PIC 9(9)V99.
       01 W-GER-ACU.
          03 W-GA-OQT        PIC 9(05).
          03 W-GA-RQT        PIC 9(05).
          03 W-GA-OBR        PIC 9(9)V99.
          03 W-GA-OEN        PIC 9(9)V99.
          03 W-GA-RBR        PIC 9(9)V99.
          03 W-GA-REN        PIC 9(9)V99.
       01 W-ORC-TOT          PIC 9(10)V99 VALUE ZEROS.
       01 W-REAL-TOT         PIC 9(10)V99 VALUE ZEROS.
       01 W-VARIACAO         PIC S9(10)V99 VALUE ZEROS.
       01 W-PERCENTUAL       PIC S9(6)V99 VALUE ZEROS.

       01 W-EMISSAO-DATA.
          03 W-EMI-ANO    PIC 9(04).
          03 W-EMI-MES    PIC 9(02).
          03 W-EMI-DIA    PIC 9(02).
       01 W-EMISSAO-HORA.
          03 W-EMI-HH     PIC 9(02).
          03 W-EMI-MM     PIC 9(02).
          03 W-EMI-SS     PIC 9(02).
          03 W-EMI-CC     PIC 9(02).

       01 LIN-EMPRESA.
          03 CBE-RAZAO     PIC X(40).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(06) VALUE "CNPJ: ".
          03 CBE-CNPJ      PIC 9(14).
       01 LIN-EMISSAO.
          03 FILLER        PIC X(09) VALUE "EMISSAO: ".
          03 CBE-DIA       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 CBE-MES       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 CBE-ANO       PIC 9(04).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 CBE-HH        PIC 9(02).
          03 FILLER        PIC X(01) VALUE ":".
          03 CBE-MM        PIC 9(02).
       01 LIN-RODAPEEMP.
          03 CBE-RODAPE    PIC X(40).

       01 LIN-CAB1.
          03 FILLER        PIC X(30) VALUE SPACES.
          03 FILLER        PIC X(60)
               VALUE "ORCADO X REALIZADO DA FOLHA POR CENTRO DE CUSTO".
       01 LIN-CAB2.
          03 FILLER        PIC X(13) VALUE "COMPETENCIA: ".
          03 CB-COMP-MES   PIC 99.
          03 FILLER        PIC X VALUE "/".
          03 CB-COMP-ANO   PIC 9999.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(13) VALUE "TOLERANCIA: ".
          03 CB-TOLER      PIC Z9.
          03 FILLER        PIC X(01) VALUE "%".
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(40)
               VALUE "ENCARGOS REALIZADOS = FGTS DA FOLHA".
       01 LIN-TRACO     PIC X(132) VALUE ALL "-".

       01 LIN-CCCAB.
          03 FILLER        PIC X(16) VALUE "CENTRO DE CUSTO ".
          03 LC-CC         PIC 9(01).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LC-CCDENOM    PIC X(30).
       01 LIN-DETCAB.
          03 FILLER        PIC X(21) VALUE "DEPARTAMENTO".
          03 FILLER        PIC X(05) VALUE "PER.".
          03 FILLER        PIC X(12) VALUE "QT.ORC QT.RE".
          03 FILLER        PIC X(14) VALUE "   BRUTO ORCAD".
          03 FILLER        PIC X(14) VALUE "    BRUTO REAL".
          03 FILLER        PIC X(14) VALUE "   ENCAR.ORCAD".
          03 FILLER        PIC X(14) VALUE "    ENCAR.REAL".
          03 FILLER        PIC X(15) VALUE "       VARIACAO".
          03 FILLER        PIC X(10) VALUE "      VAR%".
          03 FILLER        PIC X(10) VALUE "  SITUACAO".
       01 LIN-DET.
          03 LD-IDENT.
             05 LD-COD        PIC X(04).
             05 LD-DENOM      PIC X(17).
          03 LD-PERIODO    PIC X(05).
          03 LD-OQT        PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-RQT        PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-OBR        PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-RBR        PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-OEN        PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-REN        PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VAR        PIC -ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-PERC       PIC -ZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SITUACAO   PIC X(09).

       01 LIN-QDCAB1.
          03 FILLER        PIC X(50)
               VALUE "QUADRO DO MES X VAGAS AUTORIZADAS (CADVAGAS)".
       01 LIN-QDCAB2.
          03 FILLER        PIC X(21) VALUE "DEPARTAMENTO".
          03 FILLER        PIC X(08) VALUE "   VAGAS".
          03 FILLER        PIC X(08) VALUE "  ORCADO".
          03 FILLER        PIC X(08) VALUE "    REAL".
          03 FILLER        PIC X(10) VALUE "  SITUACAO".
       01 LIN-QDDET.
          03 LQ-DEPTO      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LQ-DENOM      PIC X(17).
          03 LQ-VAGAS      PIC ZZZZZZZ9.
          03 LQ-ORCADO     PIC ZZZZZZZ9.
          03 LQ-REAL       PIC ZZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LQ-SITUACAO   PIC X(30).

       01 LIN-RESUMO.
          03 FILLER        PIC X(40)
               VALUE "FOLHAS DO ANO LIDAS EM FOLHAHIST: ".
          03 LR-HIST       PIC ZZZZZ9.
       01 LIN-EXC.
          03 FILLER        PIC X(40)
               VALUE "FOLHAS SEM FUNCIONARIO/DEPARTAMENTO: ".
          03 LE-QTDE       PIC ZZZZ9.
       01 LIN-ESTOURO.
          03 FILLER        PIC X(40)
               VALUE "LINHAS ACIMA DA TOLERANCIA: ".
          03 LT-QTDE       PIC ZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADORCA
                IF ST-ORC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADORCA - "
                            ST-ORC
                   GO TO ROT-FIMS.
                OPEN INPUT FOLHAHIST
                IF ST-HIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOLHAHIST - "
                            ST-HIST
                   CLOSE CADORCA
                   GO TO ROT-FIMS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                            ST-FUNC
                   CLOSE CADORCA FOLHAHIST
                   GO TO ROT-FIMS.
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO - "
                            ST-EPTO
                   CLOSE CADORCA FOLHAHIST CADFUNC
                   GO TO ROT-FIMS.
                OPEN INPUT CADCC
                IF ST-CC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCC - "
                            ST-CC
                   CLOSE CADORCA FOLHAHIST CADFUNC CADEPTO
                   GO TO ROT-FIMS.
                OPEN INPUT CADRATEIO
                IF ST-RAT = "00"
                   MOVE "S" TO W-RAT-ABERTO
                ELSE
                   DISPLAY "AVISO: CADRATEIO.DAT AUSENTE - CUSTO "
                           "INTEGRAL NO CC DO DEPARTAMENTO".
                OPEN INPUT CADVAGAS
                IF ST-VAG = "00"
                   MOVE "S" TO W-VAG-ABERTO
                ELSE
                   DISPLAY "AVISO: CADVAGAS.DAT AUSENTE - SEM VAGAS "
                           "AUTORIZADAS".
                OPEN OUTPUT RELORCA
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELORCA - "
                            ST-REL
                   GO TO ROT-FIM.
       ABRE-EMP.
                OPEN INPUT CADEMP
                MOVE SPACES TO CBE-RAZAO CBE-RODAPE
                MOVE ZEROS TO CBE-CNPJ
                IF ST-EMP = "00"
                   MOVE "S" TO W-EMP-ABERTO
                   MOVE 1 TO EMP-CODIGO
                   READ CADEMP
                        INVALID KEY
                           MOVE "EMPRESA NAO PARAMETRIZADA" TO
                                CBE-RAZAO
                        NOT INVALID KEY
                           MOVE EMP-RAZAO TO CBE-RAZAO
                           MOVE EMP-CNPJ TO CBE-CNPJ
                           MOVE EMP-RODAPE TO CBE-RODAPE
                ELSE
                   MOVE "EMPRESA NAO PARAMETRIZADA" TO CBE-RAZAO.
                ACCEPT W-EMISSAO-DATA FROM DATE YYYYMMDD
                ACCEPT W-EMISSAO-HORA FROM TIME
                MOVE W-EMI-DIA TO CBE-DIA
                MOVE W-EMI-MES TO CBE-MES
                MOVE W-EMI-ANO TO CBE-ANO
                MOVE W-EMI-HH TO CBE-HH
                MOVE W-EMI-MM TO CBE-MM
                MOVE ZEROS TO TAB-ORC TAB-QUADRO W-GER-MES W-GER-ACU.
      *
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA DO CONFRONTO (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
       PEDE-TOLERANCIA.
                DISPLAY "TOLERANCIA DE ESTOURO EM % (00 = 05): "
                ACCEPT W-TOLERANCIA FROM CONSOLE
                IF W-TOLERANCIA = ZEROS
                   MOVE 5 TO W-TOLERANCIA.
                MOVE W-COMP-MES TO CB-COMP-MES
                MOVE W-COMP-ANO TO CB-COMP-ANO
                MOVE W-TOLERANCIA TO CB-TOLER
                WRITE REGREL FROM LIN-EMPRESA
                WRITE REGREL FROM LIN-EMISSAO
                MOVE SPACES TO REGREL
                WRITE REGREL
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-CAB2
                WRITE REGREL FROM LIN-TRACO.
      *
                PERFORM CARREGA-ORCADO THRU CARREGA-ORCADO-FIM
                PERFORM CARREGA-VAGAS THRU CARREGA-VAGAS-FIM
                PERFORM APURA-REALIZADO THRU APURA-REALIZADO-FIM
                PERFORM IMPRIME-CONFRONTO THRU IMPRIME-CONFRONTO-FIM
                PERFORM IMPRIME-QUADRO THRU IMPRIME-QUADRO-FIM
                GO TO IMPRIME-RESUMO.
      *
      **********************************
      * ORCADO DO ANO ATE A            *
      * COMPETENCIA (CADORCA.DAT)      *
      **********************************
      *
       CARREGA-ORCADO.
                MOVE LOW-VALUES TO ORC-CHAVE
                START CADORCA KEY IS NOT LESS THAN ORC-CHAVE
                     INVALID KEY GO TO CARREGA-ORCADO-FIM.
       CARREGA-ORCADO-LE.
                READ CADORCA NEXT RECORD
                     AT END GO TO CARREGA-ORCADO-FIM.
                IF ORC-ANO NOT = W-COMP-ANO OR ORC-MES > W-COMP-MES
                   GO TO CARREGA-ORCADO-LE.
                MOVE ORC-CC TO W-BUS-CC
                MOVE ORC-DEPTO TO W-BUS-DEPTO
                PERFORM ACHA-ENTRADA THRU ACHA-ENTRADA-FIM
                IF W-I = ZEROS
                   GO TO CARREGA-ORCADO-LE.
                ADD ORC-BRUTO TO TOR-OBR-ACU (W-I)
                ADD ORC-ENCARGOS TO TOR-OEN-ACU (W-I)
                IF ORC-MES NOT = W-COMP-MES
                   GO TO CARREGA-ORCADO-LE.
                ADD ORC-QTDE TO TOR-OQT-MES (W-I)
                ADD ORC-BRUTO TO TOR-OBR-MES (W-I)
                ADD ORC-ENCARGOS TO TOR-OEN-MES (W-I)
                IF ORC-DEPTO NOT = ZEROS
                   ADD ORC-QTDE TO TQD-ORCADO (ORC-DEPTO).
                GO TO CARREGA-ORCADO-LE.
       CARREGA-ORCADO-FIM.
                EXIT.
      *
      **********************************
      * VAGAS AUTORIZADAS SOMADAS POR  *
      * DEPARTAMENTO (TODOS OS CARGOS) *
      **********************************
      *
       CARREGA-VAGAS.
                IF W-VAG-ABERTO NOT = "S"
                   GO TO CARREGA-VAGAS-FIM.
       CARREGA-VAGAS-LE.
                READ CADVAGAS NEXT RECORD
                     AT END GO TO CARREGA-VAGAS-FIM.
                IF VAG-DEPTO = ZEROS
                   GO TO CARREGA-VAGAS-LE.
                ADD VAG-AUTORIZADO TO TQD-VAGAS (VAG-DEPTO)
                GO TO CARREGA-VAGAS-LE.
       CARREGA-VAGAS-FIM.
                EXIT.
      *
      **********************************
      * REALIZADO: BRUTO E FGTS DE     *
      * FOLHAHIST NO ANO ATE A         *
      * COMPETENCIA, NO DEPARTAMENTO   *
      * DO FUNCIONARIO E NO CC DO      *
      * RATEIO (OU DO DEPARTAMENTO).   *
      * O QUADRO REAL E CONTADO NO CC  *
      * DO DEPARTAMENTO                *
      **********************************
      *
       APURA-REALIZADO.
                MOVE LOW-VALUES TO FH-CHAVE
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO APURA-REALIZADO-FIM.
       APURA-REALIZADO-LE.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO APURA-REALIZADO-FIM.
                IF FH-COMP-ANO NOT = W-COMP-ANO OR
                   FH-COMP-MES > W-COMP-MES
                   GO TO APURA-REALIZADO-LE.
                ADD 1 TO W-QT-HIST
                MOVE FH-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        ADD 1 TO W-QT-EXC
                        GO TO APURA-REALIZADO-LE.
                MOVE DEPARTAMENTO OF REGFUNC TO CODIGO OF REGDEPTO
                READ CADEPTO
                     INVALID KEY
                        ADD 1 TO W-QT-EXC
                        GO TO APURA-REALIZADO-LE.
                MOVE "N" TO W-MES-ATUAL
                IF FH-COMP-MES = W-COMP-MES
                   MOVE "S" TO W-MES-ATUAL.
                MOVE CENTROCUSTO OF REGDEPTO TO W-BUS-CC
                MOVE CODIGO OF REGDEPTO TO W-BUS-DEPTO
                PERFORM ACHA-ENTRADA THRU ACHA-ENTRADA-FIM
                IF W-I NOT = ZEROS AND W-MES-ATUAL = "S"
                   AND FH-TIPO = "N"
                   ADD 1 TO TOR-RQT-MES (W-I).
                IF W-MES-ATUAL = "S" AND CODIGO OF REGDEPTO NOT = ZEROS
                   AND FH-TIPO = "N"
                   ADD 1 TO TQD-REAL (CODIGO OF REGDEPTO).
                PERFORM RATEIA-CC THRU RATEIA-CC-FIM
                GO TO APURA-REALIZADO-LE.
       APURA-REALIZADO-FIM.
                EXIT.
      *
      **********************************
      * RATEIO DO CUSTO ENTRE CENTROS  *
      * (CADRATEIO): PERCENTUAIS QUE   *
      * SOMAM 100 POR CHAPA. SEM       *
      * RATEIO (OU SOMA INVALIDA) O    *
      * CUSTO INTEGRAL FICA NO CC DO   *
      * DEPARTAMENTO                   *
      **********************************
      *
       RATEIA-CC.
                MOVE ZEROS TO W-RAT-TOT
                IF W-RAT-ABERTO = "S"
                   PERFORM SOMA-RATEIO THRU SOMA-RATEIO-FIM.
                IF W-RAT-TOT = 100
                   MOVE 1 TO W-RATSEQ
                   GO TO RATEIA-CC-LOOP.
                MOVE FH-BRUTO TO W-PARC-BRUTO
                MOVE FH-FGTS TO W-PARC-ENC
                MOVE CENTROCUSTO OF REGDEPTO TO W-BUS-CC
                PERFORM SOMA-REALIZADO THRU SOMA-REALIZADO-FIM
                GO TO RATEIA-CC-FIM.
       RATEIA-CC-LOOP.
                IF W-RATSEQ > 9 GO TO RATEIA-CC-FIM.
                MOVE CHAPA OF REGFUNC TO RAT-CHAPA
                MOVE W-RATSEQ TO RAT-SEQ
                READ CADRATEIO
                     INVALID KEY
                        ADD 1 TO W-RATSEQ
                        GO TO RATEIA-CC-LOOP.
                COMPUTE W-PARC-BRUTO ROUNDED = FH-BRUTO * RAT-PERC
                        / 100
                COMPUTE W-PARC-ENC ROUNDED = FH-FGTS * RAT-PERC / 100
                MOVE RAT-CC TO W-BUS-CC
                PERFORM SOMA-REALIZADO THRU SOMA-REALIZADO-FIM
                ADD 1 TO W-RATSEQ
                GO TO RATEIA-CC-LOOP.
       RATEIA-CC-FIM.
                EXIT.
      *
       SOMA-RATEIO.
                MOVE 1 TO W-RATSEQ.
       SOMA-RATEIO-LOOP.
                IF W-RATSEQ > 9 GO TO SOMA-RATEIO-FIM.
                MOVE CHAPA OF REGFUNC TO RAT-CHAPA
                MOVE W-RATSEQ TO RAT-SEQ
                READ CADRATEIO
                     INVALID KEY
                        ADD 1 TO W-RATSEQ
                        GO TO SOMA-RATEIO-LOOP.
                ADD RAT-PERC TO W-RAT-TOT
                ADD 1 TO W-RATSEQ
                GO TO SOMA-RATEIO-LOOP.
       SOMA-RATEIO-FIM.
                EXIT.
      *
       SOMA-REALIZADO.
                MOVE CODIGO OF REGDEPTO TO W-BUS-DEPTO
                PERFORM ACHA-ENTRADA THRU ACHA-ENTRADA-FIM
                IF W-I = ZEROS
                   GO TO SOMA-REALIZADO-FIM.
                ADD W-PARC-BRUTO TO TOR-RBR-ACU (W-I)
                ADD W-PARC-ENC TO TOR-REN-ACU (W-I)
                IF W-MES-ATUAL = "S"
                   ADD W-PARC-BRUTO TO TOR-RBR-MES (W-I)
                   ADD W-PARC-ENC TO TOR-REN-MES (W-I).
       SOMA-REALIZADO-FIM.
                EXIT.
      *
      **********************************
      * LOCALIZA (OU INCLUI NA ORDEM   *
      * DA CHAVE) A ENTRADA CC +       *
      * DEPARTAMENTO DE W-CHAVE-BUSCA. *
      * W-I = ZEROS COM TABELA CHEIA   *
      **********************************
      *
       ACHA-ENTRADA.
                MOVE 1 TO W-I.
       ACHA-ENTRADA-LOOP.
                IF W-I > W-QT-TAB GO TO ACHA-ENTRADA-NOVA.
                IF TOR-CHAVE (W-I) = W-CHAVE-BUSCA
                   GO TO ACHA-ENTRADA-FIM.
                IF TOR-CHAVE (W-I) > W-CHAVE-BUSCA
                   GO TO ACHA-ENTRADA-NOVA.
                ADD 1 TO W-I
                GO TO ACHA-ENTRADA-LOOP.
       ACHA-ENTRADA-NOVA.
                IF W-QT-TAB NOT < 1000
                   DISPLAY "AVISO: TABELA DE CENTROS/DEPARTAMENTOS "
                           "ESGOTADA - " W-CHAVE-BUSCA " IGNORADO"
                   MOVE ZEROS TO W-I
                   GO TO ACHA-ENTRADA-FIM.
                MOVE W-QT-TAB TO W-J.
       ACHA-ENTRADA-DESLOCA.
                IF W-J < W-I GO TO ACHA-ENTRADA-INCLUI.
                COMPUTE W-K = W-J + 1
                MOVE TOR-ITEM (W-J) TO TOR-ITEM (W-K)
                SUBTRACT 1 FROM W-J
                GO TO ACHA-ENTRADA-DESLOCA.
       ACHA-ENTRADA-INCLUI.
                ADD 1 TO W-QT-TAB
                MOVE ZEROS TO TOR-ITEM (W-I)
                MOVE W-CHAVE-BUSCA TO TOR-CHAVE (W-I).
       ACHA-ENTRADA-FIM.
                EXIT.
      *
      **********************************
      * IMPRESSAO COM QUEBRA POR CC:   *
      * UMA LINHA DO MES E UMA DO      *
      * ACUMULADO POR DEPARTAMENTO     *
      **********************************
      *
       IMPRIME-CONFRONTO.
                MOVE 1 TO W-I.
       IMPRIME-CONFRONTO-CC.
                IF W-I > W-QT-TAB GO TO IMPRIME-CONFRONTO-GERAL.
                MOVE TOR-CC (W-I) TO W-CC-ATUAL CCCODIGO LC-CC
                READ CADCC
                     INVALID KEY
                        MOVE "CENTRO DE CUSTO NAO CADASTRADO"
                             TO CCDENOM.
                MOVE CCDENOM TO LC-CCDENOM
                MOVE SPACES TO REGREL
                WRITE REGREL
                WRITE REGREL FROM LIN-CCCAB
                WRITE REGREL FROM LIN-DETCAB
                MOVE ZEROS TO W-CC-MES W-CC-ACU.
       IMPRIME-CONFRONTO-DEP.
                IF W-I > W-QT-TAB GO TO IMPRIME-CONFRONTO-SUB.
                IF TOR-CC (W-I) NOT = W-CC-ATUAL
                   GO TO IMPRIME-CONFRONTO-SUB.
                MOVE TOR-DEPTO (W-I) TO CODIGO OF REGDEPTO LD-COD
                READ CADEPTO
                     INVALID KEY
                        MOVE "NAO CADASTRADO" TO
                             DENOMINACAO OF REGDEPTO.
                MOVE DENOMINACAO OF REGDEPTO TO LD-DENOM
                MOVE TOR-OQT-MES (W-I) TO W-L-OQT
                MOVE TOR-RQT-MES (W-I) TO W-L-RQT
                MOVE TOR-OBR-MES (W-I) TO W-L-OBR
                MOVE TOR-OEN-MES (W-I) TO W-L-OEN
                MOVE TOR-RBR-MES (W-I) TO W-L-RBR
                MOVE TOR-REN-MES (W-I) TO W-L-REN
                ADD W-L-OQT TO W-CM-OQT
                ADD W-L-RQT TO W-CM-RQT
                ADD W-L-OBR TO W-CM-OBR
                ADD W-L-OEN TO W-CM-OEN
                ADD W-L-RBR TO W-CM-RBR
                ADD W-L-REN TO W-CM-REN
                MOVE "MES" TO LD-PERIODO
                PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
                MOVE SPACES TO LD-IDENT
                MOVE TOR-OBR-ACU (W-I) TO W-L-OBR
                MOVE TOR-OEN-ACU (W-I) TO W-L-OEN
                MOVE TOR-RBR-ACU (W-I) TO W-L-RBR
                MOVE TOR-REN-ACU (W-I) TO W-L-REN
                ADD W-L-OBR TO W-CA-OBR
                ADD W-L-OEN TO W-CA-OEN
                ADD W-L-RBR TO W-CA-RBR
                ADD W-L-REN TO W-CA-REN
                MOVE "ACUM" TO LD-PERIODO
                PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
                ADD 1 TO W-I
                GO TO IMPRIME-CONFRONTO-DEP.
       IMPRIME-CONFRONTO-SUB.
                MOVE SPACES TO LD-COD
                MOVE "SUBTOTAL DO CC" TO LD-DENOM
                MOVE W-CC-MES TO W-LINHA
                MOVE "MES" TO LD-PERIODO
                PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
                MOVE SPACES TO LD-IDENT
                MOVE W-CC-ACU TO W-LINHA
                MOVE W-CM-OQT TO W-L-OQT
                MOVE W-CM-RQT TO W-L-RQT
                MOVE "ACUM" TO LD-PERIODO
                PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
                ADD W-CM-OQT TO W-GM-OQT
                ADD W-CM-RQT TO W-GM-RQT
                ADD W-CM-OBR TO W-GM-OBR
                ADD W-CM-OEN TO W-GM-OEN
                ADD W-CM-RBR TO W-GM-RBR
                ADD W-CM-REN TO W-GM-REN
                ADD W-CA-OBR TO W-GA-OBR
                ADD W-CA-OEN TO W-GA-OEN
                ADD W-CA-RBR TO W-GA-RBR
                ADD W-CA-REN TO W-GA-REN
                GO TO IMPRIME-CONFRONTO-CC.
       IMPRIME-CONFRONTO-GERAL.
                WRITE REGREL FROM LIN-TRACO
                MOVE SPACES TO LD-COD
                MOVE "TOTAL GERAL" TO LD-DENOM
                MOVE W-GER-MES TO W-LINHA
                MOVE "MES" TO LD-PERIODO
                PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
                MOVE SPACES TO LD-IDENT
                MOVE W-GER-ACU TO W-LINHA
                MOVE W-GM-OQT TO W-L-OQT
                MOVE W-GM-RQT TO W-L-RQT
                MOVE "ACUM" TO LD-PERIODO
                PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM.
       IMPRIME-CONFRONTO-FIM.
                EXIT.
      *
      **********************************
      * VARIACAO = REALIZADO - ORCADO  *
      * DO CUSTO TOTAL; PERCENTUAL     *
      * SOBRE O ORCADO. ESTOURO ACIMA  *
      * DA TOLERANCIA; REALIZADO SEM   *
      * ORCAMENTO E MARCADO A PARTE    *
      **********************************
      *
       MONTA-LINHA.
                MOVE W-L-OQT TO LD-OQT
                MOVE W-L-RQT TO LD-RQT
                MOVE W-L-OBR TO LD-OBR
                MOVE W-L-OEN TO LD-OEN
                MOVE W-L-RBR TO LD-RBR
                MOVE W-L-REN TO LD-REN
                COMPUTE W-ORC-TOT = W-L-OBR + W-L-OEN
                COMPUTE W-REAL-TOT = W-L-RBR + W-L-REN
                COMPUTE W-VARIACAO = W-REAL-TOT - W-ORC-TOT
                MOVE W-VARIACAO TO LD-VAR
                MOVE ZEROS TO W-PERCENTUAL
                MOVE SPACES TO LD-SITUACAO
                IF W-ORC-TOT = ZEROS
                   MOVE ZEROS TO LD-PERC
                   IF W-REAL-TOT NOT = ZEROS
                      MOVE "SEM ORCAM" TO LD-SITUACAO
                      GO TO MONTA-LINHA-GRAVA
                   ELSE
                      GO TO MONTA-LINHA-GRAVA.
                IF W-VARIACAO > W-ORC-TOT * 9999
                   MOVE 999999,99 TO W-PERCENTUAL
                ELSE
                   COMPUTE W-PERCENTUAL ROUNDED = W-VARIACAO * 100
                           / W-ORC-TOT.
                MOVE W-PERCENTUAL TO LD-PERC
                IF W-PERCENTUAL > W-TOLERANCIA
                   MOVE "*ESTOURO*" TO LD-SITUACAO
                   ADD 1 TO W-QT-ESTOURO.
       MONTA-LINHA-GRAVA.
                WRITE REGREL FROM LIN-DET.
       MONTA-LINHA-FIM.
                EXIT.
      *
      **********************************
      * QUADRO DO MES POR DEPARTAMENTO *
      * CONTRA AS VAGAS AUTORIZADAS    *
      **********************************
      *
       IMPRIME-QUADRO.
                MOVE SPACES TO REGREL
                WRITE REGREL
                WRITE REGREL FROM LIN-QDCAB1
                WRITE REGREL FROM LIN-QDCAB2
                MOVE 1 TO W-IND-DEP.
       IMPRIME-QUADRO-LOOP.
                IF TQD-VAGAS (W-IND-DEP) = ZEROS AND
                   TQD-ORCADO (W-IND-DEP) = ZEROS AND
                   TQD-REAL (W-IND-DEP) = ZEROS
                   GO TO IMPRIME-QUADRO-PROX.
                MOVE W-IND-DEP TO CODIGO OF REGDEPTO LQ-DEPTO
                READ CADEPTO
                     INVALID KEY
                        MOVE "NAO CADASTRADO" TO
                             DENOMINACAO OF REGDEPTO.
                MOVE DENOMINACAO OF REGDEPTO TO LQ-DENOM
                MOVE TQD-VAGAS (W-IND-DEP) TO LQ-VAGAS
                MOVE TQD-ORCADO (W-IND-DEP) TO LQ-ORCADO
                MOVE TQD-REAL (W-IND-DEP) TO LQ-REAL
                MOVE SPACES TO LQ-SITUACAO
                IF TQD-REAL (W-IND-DEP) > TQD-VAGAS (W-IND-DEP)
                   MOVE "QUADRO REAL ACIMA DAS VAGAS" TO LQ-SITUACAO
                ELSE
                   IF TQD-ORCADO (W-IND-DEP) > TQD-VAGAS (W-IND-DEP)
                      MOVE "ORCADO ACIMA DAS VAGAS" TO LQ-SITUACAO.
                WRITE REGREL FROM LIN-QDDET.
       IMPRIME-QUADRO-PROX.
                IF W-IND-DEP = 999 GO TO IMPRIME-QUADRO-FIM.
                ADD 1 TO W-IND-DEP
                GO TO IMPRIME-QUADRO-LOOP.
       IMPRIME-QUADRO-FIM.
                EXIT.
      *
       IMPRIME-RESUMO.
                MOVE SPACES TO REGREL
                WRITE REGREL
                MOVE W-QT-HIST TO LR-HIST
                WRITE REGREL FROM LIN-RESUMO
                MOVE W-QT-EXC TO LE-QTDE
                WRITE REGREL FROM LIN-EXC
                MOVE W-QT-ESTOURO TO LT-QTDE
                WRITE REGREL FROM LIN-ESTOURO
                MOVE SPACES TO REGREL
                WRITE REGREL
                WRITE REGREL FROM LIN-RODAPEEMP
                DISPLAY "LINHAS ACIMA DA TOLERANCIA: " W-QT-ESTOURO
                DISPLAY "RELATORIO EM RELORCA.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-RAT-ABERTO = "S"
                   CLOSE CADRATEIO.
                IF W-VAG-ABERTO = "S"
                   CLOSE CADVAGAS.
                IF W-EMP-ABERTO = "S"
                   CLOSE CADEMP.
                CLOSE CADORCA FOLHAHIST CADFUNC CADEPTO CADCC RELORCA.
       ROT-FIMS.
                STOP RUN.
