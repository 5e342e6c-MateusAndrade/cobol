       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201677.
       AUTHOR. MATEUS.
      **************************************
      * EXTRATO MENSAL DO BANCO DE HORAS   *
      * POR FUNCIONARIO (EXTRATOBH.TXT) E  *
      * RELATORIO DE SALDOS POR            *
      * DEPARTAMENTO (RELBHDEP.TXT), NA    *
      * ORDEM DE CADEPTO: SALDO ANTERIOR,  *
      * CREDITOS E DEBITOS DA COMPETENCIA, *
      * HORAS PAGAS / DESCONTADAS PELA     *
      * FOLHA E SALDO ATUAL, A PARTIR DE   *
      * CADBHORAS.DAT                      *
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
       SELECT EXTRATOBH ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EXT.
       SELECT RELBHDEP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
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
       FD EXTRATOBH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATOBH.TXT".
       01 REGEXT                      PIC X(100).
      *
       FD RELBHDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELBHDEP.TXT".
       01 REGREL                      PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-EMP       PIC X(02) VALUE "00".
       77 ST-BH        PIC X(02) VALUE "00".
       77 ST-EXT       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-EMPRESA    PIC 9(01) VALUE 1.
       77 W-EMP-FUNC   PIC 9(01) VALUE 1.
       77 W-DEPTO-IMP  PIC X(01) VALUE "N".
       77 W-ACHOU      PIC X(01) VALUE "N".

       01 W-BH-PRAZO   PIC 9(02) VALUE 6.
       01 W-COMP-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-REG-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-SALDO-ANT  PIC S9(6)V99 VALUE ZEROS.
       01 W-CREDITO    PIC 9(6)V99 VALUE ZEROS.
       01 W-DEBITO     PIC 9(6)V99 VALUE ZEROS.
       01 W-PAGO       PIC 9(6)V99 VALUE ZEROS.
       01 W-DESC       PIC 9(6)V99 VALUE ZEROS.
       01 W-SALDO      PIC S9(6)V99 VALUE ZEROS.
       01 W-QT-FUNC    PIC 9(06) VALUE ZEROS.
       01 W-DP-QTDE    PIC 9(06) VALUE ZEROS.
       01 W-DP-POSIT   PIC 9(7)V99 VALUE ZEROS.
       01 W-DP-NEGAT   PIC 9(7)V99 VALUE ZEROS.
       01 W-TT-POSIT   PIC 9(7)V99 VALUE ZEROS.
       01 W-TT-NEGAT   PIC 9(7)V99 VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 EXT-TITULO.
          03 FILLER        PIC X(38)
               VALUE "EXTRATO DO BANCO DE HORAS - COMP. ".
          03 EX-COMP-MES   PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 EX-COMP-ANO   PIC 9(04).
          03 FILLER        PIC X(12) VALUE "   EMPRESA: ".
          03 EX-EMPRESA    PIC 9(01).
       01 EXT-FUNC.
          03 FILLER        PIC X(07) VALUE "CHAPA: ".
          03 EX-CHAPA      PIC 9(05).
          03 FILLER        PIC X(08) VALUE "  NOME: ".
          03 EX-NOME       PIC X(35).
       01 EXT-DEPTO.
          03 FILLER        PIC X(14) VALUE "DEPARTAMENTO: ".
          03 EX-DEPTO      PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 EX-DEPTO-NOME PIC X(15).
          03 FILLER        PIC X(27)
               VALUE "   PRAZO DE COMPENSACAO: ".
          03 EX-PRAZO      PIC Z9.
          03 FILLER        PIC X(06) VALUE " MESES".
       01 EXT-LINHA.
          03 EX-DESCR      PIC X(30).
          03 EX-HORAS      PIC -ZZZ.ZZ9,99.
          03 FILLER        PIC X(06) VALUE " HORAS".

       01 LIN-TITULO.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(50)
               VALUE "SALDOS DO BANCO DE HORAS POR DEPARTAMENTO".
       01 LIN-COMP.
          03 FILLER        PIC X(13) VALUE "COMPETENCIA: ".
          03 LT-COMP-MES   PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-COMP-ANO   PIC 9(04).
          03 FILLER        PIC X(12) VALUE "   EMPRESA: ".
          03 LT-EMPRESA    PIC 9(01).
       01 LIN-DEPTO.
          03 FILLER        PIC X(14) VALUE "DEPARTAMENTO: ".
          03 LD-CODIGO     PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LD-NOME       PIC X(15).
       01 LIN-CABEC.
          03 FILLER        PIC X(07) VALUE "CHAPA".
          03 FILLER        PIC X(31) VALUE "NOME".
          03 FILLER        PIC X(12) VALUE "   ANTERIOR".
          03 FILLER        PIC X(10) VALUE "  CREDITO".
          03 FILLER        PIC X(10) VALUE "   DEBITO".
          03 FILLER        PIC X(10) VALUE "  PAGO(-)".
          03 FILLER        PIC X(10) VALUE "  DESC(+)".
          03 FILLER        PIC X(10) VALUE "    SALDO".
       01 LIN-DET.
          03 LB-CHAPA      PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LB-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LB-ANTERIOR   PIC -ZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LB-CREDITO    PIC ZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LB-DEBITO     PIC ZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LB-PAGO       PIC ZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LB-DESC       PIC ZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LB-SALDO      PIC -ZZZZ9,99.
       01 LIN-TOTDEP.
          03 FILLER        PIC X(16) VALUE "  FUNCIONARIOS: ".
          03 LTD-QTDE      PIC ZZZZZ9.
          03 FILLER        PIC X(22) VALUE "   SALDOS POSITIVOS: ".
          03 LTD-POSIT     PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(22) VALUE "   SALDOS NEGATIVOS: ".
          03 LTD-NEGAT     PIC ZZZ.ZZ9,99.
       01 LIN-TOTAL.
          03 FILLER        PIC X(16) VALUE "TOTAL GERAL:    ".
          03 LT-QTDE       PIC ZZZZZ9.
          03 FILLER        PIC X(22) VALUE "   SALDOS POSITIVOS: ".
          03 LT-POSIT      PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(22) VALUE "   SALDOS NEGATIVOS: ".
          03 LT-NEGAT      PIC ZZZ.ZZ9,99.

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
                OPEN INPUT CADBHORAS
                IF ST-BH NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBHORAS - "
                            ST-BH
                   CLOSE CADFUNC CADEPTO
                   GO TO ROT-FIMS.
                OPEN OUTPUT EXTRATOBH
                IF ST-EXT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXTRATOBH - "
                            ST-EXT
                   CLOSE CADFUNC CADEPTO CADBHORAS
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELBHDEP
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELBHDEP - "
                            ST-REL
                   CLOSE CADFUNC CADEPTO CADBHORAS EXTRATOBH
                   GO TO ROT-FIMS.
      *
       PEDE-EMPRESA.
                DISPLAY "EMPRESA (1-9): "
                ACCEPT W-EMPRESA FROM CONSOLE
                IF W-EMPRESA = ZEROS
                   DISPLAY "*** EMPRESA INVALIDA ***"
                   GO TO PEDE-EMPRESA.
                MOVE 6 TO W-BH-PRAZO
                OPEN INPUT CADEMP
                IF ST-EMP = "00"
                   MOVE W-EMPRESA TO EMP-CODIGO
                   READ CADEMP
                        INVALID KEY MOVE SPACES TO EMP-BH-PRAZO-X.
                IF ST-EMP = "00" AND EMP-BH-PRAZO-X NUMERIC
                   IF EMP-BH-PRAZO > ZEROS
                      MOVE EMP-BH-PRAZO TO W-BH-PRAZO.
                IF ST-EMP = "00"
                   CLOSE CADEMP.
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12 OR
                   W-COMP-ANO < 1900
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                COMPUTE W-COMP-AAAAMM = W-COMP-ANO * 100 + W-COMP-MES
                MOVE W-COMP-MES TO LT-COMP-MES EX-COMP-MES
                MOVE W-COMP-ANO TO LT-COMP-ANO EX-COMP-ANO
                MOVE W-EMPRESA TO LT-EMPRESA EX-EMPRESA
                MOVE W-BH-PRAZO TO EX-PRAZO
                WRITE REGREL FROM LIN-TITULO
                WRITE REGREL FROM LIN-COMP
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-CABEC
                WRITE REGREL FROM LIN-TRACO
                MOVE ZEROS TO CODIGO OF REGDEPTO
                START CADEPTO KEY IS NOT LESS THAN CODIGO OF REGDEPTO
                     INVALID KEY GO TO ROT-TOTAL.
      *
      **********************************
      * UM DEPARTAMENTO POR VEZ: VARRE *
      * O CADFUNC ATRAS DOS ATIVOS DO  *
      * DEPARTAMENTO DA EMPRESA        *
      **********************************
      *
       LE-DEPTO.
                READ CADEPTO NEXT RECORD
                     AT END GO TO ROT-TOTAL.
                MOVE "N" TO W-DEPTO-IMP
                MOVE ZEROS TO W-DP-QTDE W-DP-POSIT W-DP-NEGAT
                MOVE ZEROS TO CHAPA
                START CADFUNC KEY IS NOT LESS THAN CHAPA
                     INVALID KEY GO TO FIM-DEPTO.
       LE-FUNC.
                READ CADFUNC NEXT RECORD
                     AT END GO TO FIM-DEPTO.
                IF DEPARTAMENTO NOT = CODIGO OF REGDEPTO
                   GO TO LE-FUNC.
                IF DATADEMIS NOT = ZEROS
                   GO TO LE-FUNC.
                MOVE 1 TO W-EMP-FUNC
                IF FUN-EMPRESA-X NUMERIC AND FUN-EMPRESA > ZEROS
                   MOVE FUN-EMPRESA TO W-EMP-FUNC.
                IF W-EMP-FUNC NOT = W-EMPRESA
                   GO TO LE-FUNC.
                PERFORM APURA-SALDO THRU APURA-SALDO-FIM
                IF W-ACHOU = "N"
                   GO TO LE-FUNC.
                ADD 1 TO W-QT-FUNC W-DP-QTDE
                IF W-SALDO > ZEROS
                   ADD W-SALDO TO W-DP-POSIT W-TT-POSIT
                ELSE
                   SUBTRACT W-SALDO FROM W-DP-NEGAT W-TT-NEGAT.
                PERFORM GRAVA-EXTRATO THRU GRAVA-EXTRATO-FIM
                PERFORM GRAVA-SALDO THRU GRAVA-SALDO-FIM
                GO TO LE-FUNC.
       FIM-DEPTO.
                IF W-DEPTO-IMP = "N"
                   GO TO LE-DEPTO.
                MOVE W-DP-QTDE TO LTD-QTDE
                MOVE W-DP-POSIT TO LTD-POSIT
                MOVE W-DP-NEGAT TO LTD-NEGAT
                WRITE REGREL FROM LIN-TOTDEP
                WRITE REGREL FROM LIN-TRACO
                GO TO LE-DEPTO.
      *
      **********************************
      * SALDO DA CHAPA: ANTERIOR = TUDO*
      * ATE O MES ANTERIOR; DO MES =   *
      * CREDITO, DEBITO, HORAS PAGAS E *
      * DESCONTADAS DA COMPETENCIA     *
      **********************************
      *
       APURA-SALDO.
                MOVE "N" TO W-ACHOU
                MOVE ZEROS TO W-SALDO-ANT W-CREDITO W-DEBITO W-PAGO
                              W-DESC W-SALDO
                MOVE CHAPA TO BH-CHAPA
                MOVE ZEROS TO BH-COMP
                START CADBHORAS KEY IS NOT LESS THAN BH-CHAVE
                     INVALID KEY GO TO APURA-SALDO-FIM.
       APURA-SALDO-LE.
                READ CADBHORAS NEXT RECORD
                     AT END GO TO APURA-SALDO-TOT.
                IF BH-CHAPA NOT = CHAPA
                   GO TO APURA-SALDO-TOT.
                COMPUTE W-REG-AAAAMM = BH-ANO * 100 + BH-MES
                IF W-REG-AAAAMM > W-COMP-AAAAMM
                   GO TO APURA-SALDO-TOT.
                MOVE "S" TO W-ACHOU
                IF W-REG-AAAAMM < W-COMP-AAAAMM
                   COMPUTE W-SALDO-ANT = W-SALDO-ANT + BH-CREDITO
                           - BH-DEBITO - BH-PAGO-HORAS + BH-DESC-HORAS
                   GO TO APURA-SALDO-LE.
                MOVE BH-CREDITO TO W-CREDITO
                MOVE BH-DEBITO TO W-DEBITO
                MOVE BH-PAGO-HORAS TO W-PAGO
                MOVE BH-DESC-HORAS TO W-DESC
                GO TO APURA-SALDO-LE.
       APURA-SALDO-TOT.
                COMPUTE W-SALDO = W-SALDO-ANT + W-CREDITO - W-DEBITO
                        - W-PAGO + W-DESC.
       APURA-SALDO-FIM.
                EXIT.
      *
       GRAVA-EXTRATO.
                WRITE REGEXT FROM LIN-TRACO
                WRITE REGEXT FROM EXT-TITULO
                MOVE CHAPA TO EX-CHAPA
                MOVE NOME TO EX-NOME
                WRITE REGEXT FROM EXT-FUNC
                MOVE CODIGO OF REGDEPTO TO EX-DEPTO
                MOVE DENOMINACAO OF REGDEPTO TO EX-DEPTO-NOME
                WRITE REGEXT FROM EXT-DEPTO
                MOVE SPACES TO REGEXT
                WRITE REGEXT
                MOVE "SALDO ANTERIOR ............." TO EX-DESCR
                MOVE W-SALDO-ANT TO EX-HORAS
                WRITE REGEXT FROM EXT-LINHA
                MOVE "(+) CREDITOS (EXTRAS 50%) .." TO EX-DESCR
                MOVE W-CREDITO TO EX-HORAS
                WRITE REGEXT FROM EXT-LINHA
                MOVE "(-) DEBITOS (FALTAS) ......." TO EX-DESCR
                MOVE W-DEBITO TO EX-HORAS
                WRITE REGEXT FROM EXT-LINHA
                MOVE "(-) VENCIDAS PAGAS NA FOLHA " TO EX-DESCR
                MOVE W-PAGO TO EX-HORAS
                WRITE REGEXT FROM EXT-LINHA
                MOVE "(+) VENCIDAS DESCONTADAS ..." TO EX-DESCR
                MOVE W-DESC TO EX-HORAS
                WRITE REGEXT FROM EXT-LINHA
                MOVE "(=) SALDO ATUAL ............" TO EX-DESCR
                MOVE W-SALDO TO EX-HORAS
                WRITE REGEXT FROM EXT-LINHA.
       GRAVA-EXTRATO-FIM.
                EXIT.
      *
       GRAVA-SALDO.
                IF W-DEPTO-IMP = "N"
                   MOVE CODIGO OF REGDEPTO TO LD-CODIGO
                   MOVE DENOMINACAO OF REGDEPTO TO LD-NOME
                   WRITE REGREL FROM LIN-DEPTO
                   MOVE "S" TO W-DEPTO-IMP.
                MOVE CHAPA TO LB-CHAPA
                MOVE NOME TO LB-NOME
                MOVE W-SALDO-ANT TO LB-ANTERIOR
                MOVE W-CREDITO TO LB-CREDITO
                MOVE W-DEBITO TO LB-DEBITO
                MOVE W-PAGO TO LB-PAGO
                MOVE W-DESC TO LB-DESC
                MOVE W-SALDO TO LB-SALDO
                WRITE REGREL FROM LIN-DET.
       GRAVA-SALDO-FIM.
                EXIT.
      *
       ROT-TOTAL.
                MOVE W-QT-FUNC TO LT-QTDE
                MOVE W-TT-POSIT TO LT-POSIT
                MOVE W-TT-NEGAT TO LT-NEGAT
                WRITE REGREL FROM LIN-TOTAL
                DISPLAY "FUNCIONARIOS NO BANCO ...: " W-QT-FUNC
                DISPLAY "SALDOS POSITIVOS (HORAS) : " W-TT-POSIT
                DISPLAY "SALDOS NEGATIVOS (HORAS) : " W-TT-NEGAT
                DISPLAY "VER EXTRATOBH.TXT E RELBHDEP.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADEPTO CADBHORAS EXTRATOBH RELBHDEP.
       ROT-FIMS.
                STOP RUN.
