       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201666.
       AUTHOR. MATEUS.
      **************************************
      * RESUMO DA FOLHA POR RUBRICA NA     *
      * COMPETENCIA (FOLHAEVT.DAT OU       *
      * PREVIA FOLHAEVS.DAT): QUANTIDADE   *
      * DE FUNCIONARIOS E VALOR TOTAL DE   *
      * CADA EVENTO, COM TOTAIS DE         *
      * PROVENTOS, DESCONTOS E LIQUIDO     *
      * (RELEVT.TXT)                       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FOLHAEVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-EVT.
       SELECT CADEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-CODIGO
                    FILE STATUS  IS ST-EMP.
       SELECT RELEVT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD RELEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEVT.TXT".
       01 REGREL                      PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-EVT       PIC X(02) VALUE "00".
       77 ST-EMP       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-EVT-NOME   PIC X(12) VALUE "FOLHAEVT.DAT".
       77 W-PREVIA     PIC X(01) VALUE "N".
       77 W-EMP-ABERTO PIC X(01) VALUE "N".
       77 W-EMPRESA    PIC 9(01) VALUE ZEROS.
       77 W-IND-EVT    PIC 9(03) VALUE ZEROS.
       77 W-QTDE-LIN   PIC 9(05) VALUE ZEROS.
       77 W-CHAPA-ANT  PIC 9(05) VALUE ZEROS.
       77 W-QTDE-FUNC  PIC 9(05) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-PAGINA     PIC 9(03) VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

       01 W-TOT-PROV         PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-DESC         PIC 9(9)V99 VALUE ZEROS.
       01 W-TOT-BASE         PIC 9(9)V99 VALUE ZEROS.
       01 W-LIQ-CALC         PIC S9(9)V99 VALUE ZEROS.

       01 TAB-EVT.
          03 TEV-ITEM OCCURS 999 TIMES.
             05 TEV-DENOM    PIC X(20).
             05 TEV-TIPO     PIC X(01).
             05 TEV-QTDE     PIC 9(05).
             05 TEV-REFER    PIC 9(7)V99.
             05 TEV-VALOR    PIC 9(9)V99.

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
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(05) VALUE "PAG. ".
          03 CBE-PAG       PIC ZZ9.
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
          03 FILLER        PIC X(15) VALUE SPACES.
          03 FILLER        PIC X(40)
               VALUE "RESUMO DA FOLHA POR RUBRICA".
          03 CB-PREVIA     PIC X(20) VALUE SPACES.
       01 LIN-CAB2.
          03 FILLER        PIC X(18) VALUE "COMPETENCIA: ".
          03 CB-COMP-MES   PIC 99.
          03 FILLER        PIC X VALUE "/".
          03 CB-COMP-ANO   PIC 9999.
       01 LIN-CAB3.
          03 FILLER        PIC X(05) VALUE "EVT".
          03 FILLER        PIC X(22) VALUE "RUBRICA".
          03 FILLER        PIC X(05) VALUE "TIPO".
          03 FILLER        PIC X(07) VALUE " FUNC.".
          03 FILLER        PIC X(14) VALUE "    REFERENCIA".
          03 FILLER        PIC X(16) VALUE "           VALOR".
       01 LIN-TRACO     PIC X(100) VALUE ALL "-".

       01 LIN-DET.
          03 LD-EVENTO     PIC 999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DENOM      PIC X(20).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-TIPO       PIC X(01).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-QTDE       PIC ZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-REFER      PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT.
          03 LT-DESCR      PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LT-VALOR      PIC ZZZ.ZZZ.ZZ9,99-.
       01 LIN-QTDE.
          03 FILLER        PIC X(30)
                           VALUE "FUNCIONARIOS NA COMPETENCIA".
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LQ-QTDE       PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PEDE-PREVIA.
                DISPLAY "RESUMO DA PREVIA DA FOLHA (S/N)? "
                ACCEPT W-PREVIA FROM CONSOLE
                IF W-PREVIA = "s"
                   MOVE "S" TO W-PREVIA.
                IF W-PREVIA NOT = "S" AND "N" AND "n"
                   GO TO PEDE-PREVIA.
                IF W-PREVIA = "S"
                   MOVE "FOLHAEVS.DAT" TO W-EVT-NOME
                   MOVE "*** PREVIA ***" TO CB-PREVIA.
       PEDE-EMPRESA.
                DISPLAY "EMPRESA (1-9, 0 = TODAS): "
                ACCEPT W-EMPRESA FROM CONSOLE.
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
       ABRE-001.
                OPEN INPUT FOLHAEVT
                IF ST-EVT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-EVT-NOME
                           " - " ST-EVT
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELEVT
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELEVT - "
                            ST-REL
                   CLOSE FOLHAEVT
                   GO TO ROT-FIMS.
       ABRE-EMP.
                OPEN INPUT CADEMP
                MOVE SPACES TO CBE-RAZAO
                MOVE ZEROS TO CBE-CNPJ
                IF ST-EMP = "00"
                   MOVE "S" TO W-EMP-ABERTO
                   MOVE W-EMPRESA TO EMP-CODIGO
                   IF W-EMPRESA = ZEROS
                      MOVE 1 TO EMP-CODIGO.
                IF ST-EMP = "00"
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
                MOVE W-COMP-MES TO CB-COMP-MES
                MOVE W-COMP-ANO TO CB-COMP-ANO
                MOVE ZEROS TO TAB-EVT.
      *
      **********************************
      * ACUMULA CADA RUBRICA DA        *
      * COMPETENCIA PELO CODIGO DO     *
      * EVENTO                         *
      **********************************
      *
       LE-001.
                READ FOLHAEVT NEXT RECORD
                     AT END GO TO IMPRIME-RESUMO.
                IF FE-COMP-MES NOT = W-COMP-MES OR
                   FE-COMP-ANO NOT = W-COMP-ANO
                   GO TO LE-001.
                IF W-EMPRESA NOT = ZEROS AND
                   FE-EMPRESA NOT = W-EMPRESA
                   GO TO LE-001.
                IF FE-EVENTO = ZEROS
                   GO TO LE-001.
                IF FE-CHAPA NOT = W-CHAPA-ANT
                   MOVE FE-CHAPA TO W-CHAPA-ANT
                   ADD 1 TO W-QTDE-FUNC.
                MOVE FE-EVENTO TO W-IND-EVT
                MOVE FE-DENOM TO TEV-DENOM (W-IND-EVT)
                MOVE FE-TIPO TO TEV-TIPO (W-IND-EVT)
                ADD 1 TO TEV-QTDE (W-IND-EVT)
                ADD FE-REFER TO TEV-REFER (W-IND-EVT)
                ADD FE-VALOR TO TEV-VALOR (W-IND-EVT)
                IF FE-TIPO = "P"
                   ADD FE-VALOR TO W-TOT-PROV
                ELSE
                   IF FE-TIPO = "D"
                      ADD FE-VALOR TO W-TOT-DESC
                   ELSE
                      ADD FE-VALOR TO W-TOT-BASE.
                GO TO LE-001.
      *
       IMPRIME-RESUMO.
                PERFORM IMPRIME-CAB THRU IMPRIME-CAB-FIM
                MOVE 1 TO W-IND-EVT.
       IMPRIME-RESUMO-LOOP.
                IF W-IND-EVT > 999
                   GO TO IMPRIME-TOTAIS.
                IF TEV-QTDE (W-IND-EVT) = ZEROS
                   ADD 1 TO W-IND-EVT
                   GO TO IMPRIME-RESUMO-LOOP.
                IF W-LINHA > 55
                   PERFORM IMPRIME-CAB THRU IMPRIME-CAB-FIM.
                MOVE W-IND-EVT TO LD-EVENTO
                MOVE TEV-DENOM (W-IND-EVT) TO LD-DENOM
                MOVE TEV-TIPO (W-IND-EVT) TO LD-TIPO
                MOVE TEV-QTDE (W-IND-EVT) TO LD-QTDE
                MOVE TEV-REFER (W-IND-EVT) TO LD-REFER
                MOVE TEV-VALOR (W-IND-EVT) TO LD-VALOR
                WRITE REGREL FROM LIN-DET
                ADD 1 TO W-LINHA W-QTDE-LIN
                ADD 1 TO W-IND-EVT
                GO TO IMPRIME-RESUMO-LOOP.
       IMPRIME-TOTAIS.
                WRITE REGREL FROM LIN-TRACO
                IF W-QTDE-LIN = ZEROS
                   MOVE "SEM FOLHA CALCULADA NA COMPETENCIA" TO REGREL
                   WRITE REGREL.
                MOVE W-QTDE-FUNC TO LQ-QTDE
                WRITE REGREL FROM LIN-QTDE
                MOVE "TOTAL DE PROVENTOS (P)" TO LT-DESCR
                MOVE W-TOT-PROV TO LT-VALOR
                WRITE REGREL FROM LIN-TOT
                MOVE "TOTAL DE DESCONTOS (D)" TO LT-DESCR
                MOVE W-TOT-DESC TO LT-VALOR
                WRITE REGREL FROM LIN-TOT
                COMPUTE W-LIQ-CALC = W-TOT-PROV - W-TOT-DESC
                MOVE "TOTAL LIQUIDO" TO LT-DESCR
                MOVE W-LIQ-CALC TO LT-VALOR
                WRITE REGREL FROM LIN-TOT
                MOVE "ENCARGOS/BASES INFORMATIVAS (B)" TO LT-DESCR
                MOVE W-TOT-BASE TO LT-VALOR
                WRITE REGREL FROM LIN-TOT
                MOVE SPACES TO REGREL
                WRITE REGREL
                WRITE REGREL FROM LIN-RODAPEEMP
                DISPLAY "RUBRICAS IMPRESSAS EM RELEVT.TXT: " W-QTDE-LIN
                GO TO ROT-FIM.
      *
      **********************************
      * CABECALHO PADRAO COM EMPRESA,  *
      * EMISSAO E NUMERO DE PAGINA     *
      **********************************
      *
       IMPRIME-CAB.
                ADD 1 TO W-PAGINA
                MOVE W-PAGINA TO CBE-PAG
                WRITE REGREL FROM LIN-EMPRESA
                WRITE REGREL FROM LIN-EMISSAO
                MOVE SPACES TO REGREL
                WRITE REGREL
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-CAB2
                WRITE REGREL FROM LIN-CAB3
                WRITE REGREL FROM LIN-TRACO
                MOVE 7 TO W-LINHA.
       IMPRIME-CAB-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-EMP-ABERTO = "S"
                   CLOSE CADEMP.
                CLOSE FOLHAEVT RELEVT.
       ROT-FIMS.
                STOP RUN.
