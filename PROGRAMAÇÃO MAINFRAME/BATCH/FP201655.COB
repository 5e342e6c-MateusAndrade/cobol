      * INFORME ANUAL DE RENDIMENTOS POR   *
      * FUNCIONARIO: ACUMULA AS DOZE       *
      * COMPETENCIAS DE FOLHAHIST.DAT DO   *
      * ANO PEDIDO (TODOS OS TIPOS DE      *
      * FOLHA), COM O 13o PELO QUE FOI     *
      * PAGO NAS FOLHAS DE 13o (TIPO D) OU,*
      * SEM ELAS, PELOS AVOS EFETIVAMENTE  *
      * PAGOS (MESMA BASE DE FP201627)     *
      * E IMPRIME UM                       *
      * INFORME POR CHAPA COM CPF E DADOS  *
      * DA EMPRESA (INFORME.TXT), ALEM DO  *
      * ARQUIVO DE EXPORTACAO              *
      * (INFORMEX.TXT)                     *
      * SALARIO PELO HISTORICO INDIVIDUAL  *
      * (CADSALFUN.DAT) VIGENTE NA DATA DE *
      * REFERENCIA; SEM HISTORICO, O DO    *
      * CADASTRO OU DO CARGO               *
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
                03 FILLER            PIC X(02).
      *
       FD CADEMP
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
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-EMP       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 W-MESES      PIC 9(02) VALUE ZEROS.
       77 W-MES-ACHOU  PIC X(01) VALUE "N".
       77 W-QTDE       PIC 9(05) VALUE ZEROS.
       77 W-EMP-ABERTO PIC X(01) VALUE "N".
       77 W-EMP-FUNC   PIC 9(01) VALUE 1.
       01 W-AC-IRRF    PIC 9(8)V99 VALUE ZEROS.
       01 W-AC-LIQ     PIC 9(8)V99 VALUE ZEROS.
       01 W-VAL-13     PIC 9(8)V99 VALUE ZEROS.
       01 W-PAGO-13    PIC 9(8)V99 VALUE ZEROS.

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-EMPRESA.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                            ST-FUNC
                   GO TO ROT-FIMS.
                OPEN INPUT CADSALFUN
                IF ST-SLF = "00"
                   MOVE "S" TO W-SLF-ABERTO.
                OPEN INPUT CADCARGO
                IF ST-CARGO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO - "
      *
       MONTA-INFORME.
                MOVE ZEROS TO W-AC-BRUTO W-AC-INSS W-AC-IRRF
                              W-AC-LIQ W-MESES W-PAGO-13
                MOVE 1 TO W-MES.
       MONTA-INFORME-LOOP.
                IF W-MES > 12 GO TO MONTA-INFORME-AVAL.
                MOVE "N" TO W-MES-ACHOU
                MOVE CHAPA OF REGFUNC TO FH-CHAPA
                MOVE W-MES TO FH-COMP-MES
                MOVE W-ANO TO FH-COMP-ANO
                MOVE SPACES TO FH-TIPO
                MOVE ZEROS TO FH-SEQ
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO MONTA-INFORME-PROX.
       MONTA-INFORME-LE.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO MONTA-INFORME-PROX.
                IF FH-CHAPA NOT = CHAPA OF REGFUNC
                   OR FH-COMP-MES NOT = W-MES
                   OR FH-COMP-ANO NOT = W-ANO
                   GO TO MONTA-INFORME-PROX.
                IF FH-TIPO = "D"
                   ADD FH-BRUTO TO W-PAGO-13
                   GO TO MONTA-INFORME-LE.
                ADD FH-BRUTO TO W-AC-BRUTO
                ADD FH-INSS TO W-AC-INSS
                ADD FH-IRRF TO W-AC-IRRF
                ADD FH-LIQUIDO TO W-AC-LIQ
                MOVE "S" TO W-MES-ACHOU
                GO TO MONTA-INFORME-LE.
       MONTA-INFORME-PROX.
                IF W-MES-ACHOU = "S"
                   ADD 1 TO W-MESES.
                ADD 1 TO W-MES
                GO TO MONTA-INFORME-LOOP.
       MONTA-INFORME-AVAL.
                IF W-MESES = ZEROS AND W-PAGO-13 = ZEROS
                   GO TO MONTA-INFORME-FIM.
                MOVE ZEROS TO W-VAL-13
                IF W-PAGO-13 > ZEROS
                   MOVE W-PAGO-13 TO W-VAL-13
                   GO TO MONTA-INFORME-IMPR.
                MOVE CCARGO OF REGFUNC TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY
                        COMPUTE W-SLF-REF = W-ANO * 10000 + 1231
                        PERFORM BUSCA-SALFUN THRU BUSCA-SALFUN-FIM
                        COMPUTE W-VAL-13 = (W-SAL-FUNC / 12) * W-MESES.
       MONTA-INFORME-IMPR.
                PERFORM BUSCA-EMPRESA THRU BUSCA-EMPRESA-FIM
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-EMPRESA
       ROT-FIM.
                IF W-EMP-ABERTO = "S"
                   CLOSE CADEMP.
                IF W-SLF-ABERTO = "S"
                   CLOSE CADSALFUN.
                CLOSE CADFUNC CADCARGO FOLHAHIST INFORME
                      INFORMEX.
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
