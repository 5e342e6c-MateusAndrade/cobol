       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201676.
       AUTHOR. MATEUS.
      **************************************
      * LANCAMENTO MENSAL DO BANCO DE      *
      * HORAS (CADBHORAS.DAT): PARA CADA   *
      * FUNCIONARIO ATIVO QUE PARTICIPA DO *
      * BANCO (DEPARTAMENTO = S, OU EM     *
      * BRANCO COM ADESAO DA EMPRESA EM    *
      * CADEMP.DAT), AS HORAS EXTRAS A 50% *
      * DO PONTO (CADPONTO.DAT) VIRAM      *
      * CREDITO E AS FALTAS (8 HORAS POR   *
      * DIA) VIRAM DEBITO. A FOLHA         *
      * FP201614 DEIXA DE PAGAR ESSAS      *
      * HORAS E DE DESCONTAR ESSAS FALTAS  *
      * NO MES LANCADO. AS HORAS A 100%    *
      * CONTINUAM PAGAS NA FOLHA           *
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
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGDEPTO
                    FILE STATUS  IS ST-EPTO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGDEPTO
                               WITH DUPLICATES.
       SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PON-CHAVE
                    FILE STATUS  IS ST-PONTO.
       SELECT CADEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-CODIGO
                    FILE STATUS  IS ST-EMP.
       SELECT CADBHORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-BH.
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
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO        PIC 9(03).
                03 DENOMINACAO   PIC X(15).
                03 CENTROCUSTO   PIC 9(01).
                03 BANCO-HORAS   PIC X(01).
                03 FILLER        PIC X(44).
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
                03 EMP-BH-ADESAO PIC X(01).
                03 EMP-BH-PRAZO  PIC 9(02).
                03 EMP-BH-PRAZO-X REDEFINES EMP-BH-PRAZO PIC X(02).
                03 FILLER        PIC X(14).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-PONTO     PIC X(02) VALUE "00".
       77 ST-EMP       PIC X(02) VALUE "00".
       77 ST-BH        PIC X(02) VALUE "00".
       77 W-EMPRESA    PIC 9(01) VALUE 1.
       77 W-EMP-FUNC   PIC 9(01) VALUE 1.
       77 W-EMP-ADESAO PIC X(01) VALUE "N".
       77 W-PARTICIPA  PIC X(01) VALUE "N".

       01 W-QT-FUNC    PIC 9(06) VALUE ZEROS.
       01 W-QT-LANC    PIC 9(06) VALUE ZEROS.
       01 W-QT-SEMPON  PIC 9(06) VALUE ZEROS.
       01 W-TOT-CRED   PIC 9(7)V99 VALUE ZEROS.
       01 W-TOT-DEB    PIC 9(7)V99 VALUE ZEROS.
       01 W-CREDITO    PIC 9(4)V99 VALUE ZEROS.
       01 W-DEBITO     PIC 9(4)V99 VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

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
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO - "
                            ST-EPTO
                   CLOSE CADFUNC
                   GO TO ROT-FIMS.
                OPEN INPUT CADPONTO
                IF ST-PONTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPONTO - "
                            ST-PONTO
                   CLOSE CADFUNC CADEPTO
                   GO TO ROT-FIMS.
                OPEN INPUT CADEMP
                IF ST-EMP NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEMP - "
                            ST-EMP
                   CLOSE CADFUNC CADEPTO CADPONTO
                   GO TO ROT-FIMS.
                OPEN I-O CADBHORAS
                IF ST-BH NOT = "00"
                   IF ST-BH = "30" OR "35"
                      OPEN OUTPUT CADBHORAS
                      CLOSE CADBHORAS
                      OPEN I-O CADBHORAS
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBHORAS - "
                               ST-BH
                      CLOSE CADFUNC CADEPTO CADPONTO CADEMP
                      GO TO ROT-FIMS.
      *
       PEDE-EMPRESA.
                DISPLAY "EMPRESA (1-9): "
                ACCEPT W-EMPRESA FROM CONSOLE
                IF W-EMPRESA = ZEROS
                   DISPLAY "*** EMPRESA INVALIDA ***"
                   GO TO PEDE-EMPRESA.
                MOVE W-EMPRESA TO EMP-CODIGO
                READ CADEMP
                     INVALID KEY
                        DISPLAY "*** EMPRESA NAO CADASTRADA ***"
                        GO TO PEDE-EMPRESA.
                MOVE "N" TO W-EMP-ADESAO
                IF EMP-BH-ADESAO = "S"
                   MOVE "S" TO W-EMP-ADESAO.
                IF W-EMP-ADESAO = "N"
                   DISPLAY "AVISO: EMPRESA SEM ADESAO AO BANCO DE HORAS"
                           " - SOMENTE DEPARTAMENTOS ADERENTES".
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA A LANCAR (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12 OR
                   W-COMP-ANO < 1900
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
      *
       LE-001.
                READ CADFUNC NEXT RECORD
                     AT END GO TO ROT-TOTAL.
                IF DATADEMIS NOT = ZEROS OR SITFUNC NOT = "A"
                   GO TO LE-001.
                MOVE 1 TO W-EMP-FUNC
                IF FUN-EMPRESA-X NUMERIC AND FUN-EMPRESA > ZEROS
                   MOVE FUN-EMPRESA TO W-EMP-FUNC.
                IF W-EMP-FUNC NOT = W-EMPRESA
                   GO TO LE-001.
                PERFORM VERIFICA-ADESAO THRU VERIFICA-ADESAO-FIM
                IF W-PARTICIPA = "N"
                   GO TO LE-001.
                ADD 1 TO W-QT-FUNC
                MOVE CHAPA TO PON-CHAPA
                MOVE W-COMP-MES TO PON-COMP-MES
                MOVE W-COMP-ANO TO PON-COMP-ANO
                READ CADPONTO
                     INVALID KEY
                        ADD 1 TO W-QT-SEMPON
                        GO TO LE-001.
                PERFORM GRAVA-BANCO THRU GRAVA-BANCO-FIM
                GO TO LE-001.
      *
      **********************************
      * PARTICIPA DO BANCO: DEPTO = S; *
      * DEPTO EM BRANCO (OU NAO CADAS- *
      * TRADO) SEGUE A EMPRESA         *
      **********************************
      *
       VERIFICA-ADESAO.
                MOVE W-EMP-ADESAO TO W-PARTICIPA
                MOVE DEPARTAMENTO TO CODIGO OF REGDEPTO
                READ CADEPTO
                     INVALID KEY GO TO VERIFICA-ADESAO-FIM.
                IF BANCO-HORAS = "S" OR "N"
                   MOVE BANCO-HORAS TO W-PARTICIPA.
       VERIFICA-ADESAO-FIM.
                EXIT.
      *
      **********************************
      * CREDITO = HORAS EXTRAS A 50%,  *
      * DEBITO = FALTAS X 8 HORAS.     *
      * RELANCAR O MES SUBSTITUI O     *
      * CREDITO/DEBITO E PRESERVA O    *
      * QUE A FOLHA JA PAGOU/DESCONTOU *
      **********************************
      *
       GRAVA-BANCO.
                MOVE PON-HORASEXT TO W-CREDITO
                COMPUTE W-DEBITO = PON-DIASFALTA * 8
                MOVE CHAPA TO BH-CHAPA
                MOVE W-COMP-ANO TO BH-ANO
                MOVE W-COMP-MES TO BH-MES
                READ CADBHORAS
                     INVALID KEY
                        MOVE ZEROS TO BH-PAGO-HORAS BH-DESC-HORAS
                                      BH-VL-PAGO BH-VL-DESC
                        MOVE W-CREDITO TO BH-CREDITO
                        MOVE W-DEBITO TO BH-DEBITO
                        MOVE "S" TO BH-LANCADO
                        WRITE REGBHORAS
                        GO TO GRAVA-BANCO-OK.
                MOVE W-CREDITO TO BH-CREDITO
                MOVE W-DEBITO TO BH-DEBITO
                MOVE "S" TO BH-LANCADO
                REWRITE REGBHORAS.
       GRAVA-BANCO-OK.
                IF ST-BH NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADBHORAS - " ST-BH
                           " CHAPA " CHAPA
                   GO TO GRAVA-BANCO-FIM.
                ADD 1 TO W-QT-LANC
                ADD W-CREDITO TO W-TOT-CRED
                ADD W-DEBITO TO W-TOT-DEB.
       GRAVA-BANCO-FIM.
                EXIT.
      *
       ROT-TOTAL.
                DISPLAY "PARTICIPANTES DO BANCO ....: " W-QT-FUNC
                DISPLAY "LANCADOS NA COMPETENCIA ...: " W-QT-LANC
                DISPLAY "SEM PONTO NA COMPETENCIA ..: " W-QT-SEMPON
                DISPLAY "HORAS CREDITADAS ..........: " W-TOT-CRED
                DISPLAY "HORAS DEBITADAS ...........: " W-TOT-DEB.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADEPTO CADPONTO CADEMP CADBHORAS.
       ROT-FIMS.
                STOP RUN.
