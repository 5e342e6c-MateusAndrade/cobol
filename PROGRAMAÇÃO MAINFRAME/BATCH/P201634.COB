       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201634.
       AUTHOR. MATEUS.
      **************************************
      * ACOMPANHAMENTO DOS ACORDOS DE      *
      * PARCELAMENTO ATIVOS                *
      * (CADACORDO.DAT, P201633): ACORDO   *
      * COM TODAS AS PARCELAS PAGAS FICA   *
      * QUITADO (Q). PARCELA EM ABERTO     *
      * VENCIDA HA MAIS DIAS QUE A         *
      * TOLERANCIA ROMPE O ACORDO (R): AS  *
      * PARCELAS EM ABERTO SAO CANCELADAS  *
      * (C) E AS COBRANCAS ORIGINAIS       *
      * VOLTAM A ABERTO (A), ABATIDO O JA  *
      * PAGO NAS PARCELAS. RELATORIO EM    *
      * RELACORDO.TXT                      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ACO.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT RELACORDO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADACORDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORDO.DAT".
       01 REGACORDO.
                03 ACO-NUMERO       PIC 9(04).
                03 ACO-RM           PIC 9(05).
                03 ACO-DATA         PIC 9(08).
                03 ACO-OPERADOR     PIC X(10).
                03 ACO-SITUACAO     PIC X(01).
                03 ACO-VALOR-ORIG   PIC 9(7)V99.
                03 ACO-DESCONTO     PIC 9(7)V99.
                03 ACO-PERC-JUROS   PIC 9(2)V99.
                03 ACO-JUROS        PIC 9(7)V99.
                03 ACO-TOTAL        PIC 9(7)V99.
                03 ACO-TOLERANCIA   PIC 9(03).
                03 ACO-DATA-FIM     PIC 9(08).
                03 ACO-QTDE-ORIG    PIC 9(02).
                03 ACO-ORIGEM OCCURS 24 TIMES.
                   05 ACO-ORI-COMP.
                      07 ACO-ORI-MES  PIC 9(02).
                      07 ACO-ORI-ANO  PIC 9(04).
                   05 ACO-ORI-VALOR   PIC 9(6)V99.
                03 ACO-QTDE-PARC    PIC 9(02).
                03 ACO-PARCELA OCCURS 24 TIMES.
                   05 ACO-PAR-VENC    PIC 9(08).
                   05 ACO-PAR-VALOR   PIC 9(6)V99.
                03 FILLER           PIC X(30).
      *
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
                03 MEN-CHAVE.
                   05 MEN-RM        PIC 9(05).
                   05 MEN-COMP.
                      07 MEN-COMP-MES PIC 9(02).
                      07 MEN-COMP-ANO PIC 9(04).
                03 MEN-VALOR        PIC 9(6)V99.
                03 MEN-SITUACAO     PIC X(01).
                03 MEN-DATA-PAGTO   PIC 9(08).
                03 MEN-VALOR-PAGO   PIC 9(6)V99.
                03 MEN-VALOR-PAGO-X REDEFINES MEN-VALOR-PAGO
                                    PIC X(08).
                03 MEN-DESCONTO     PIC 9(6)V99.
                03 MEN-BOLSA-TIPO   PIC X(01).
                03 MEN-DIA-VENC     PIC 9(02).
                03 MEN-REMESSA      PIC X(01).
                03 FILLER           PIC X(02).
      *
       FD RELACORDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACORDO.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ACO       PIC X(02) VALUE "00".
       77 ST-MEN       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-ROMPE      PIC X(01) VALUE "N".
       77 W-PARC-PAGAS PIC 9(02) VALUE ZEROS.
       77 W-ATIVOS     PIC 9(05) VALUE ZEROS.
       77 W-EM-DIA     PIC 9(05) VALUE ZEROS.
       77 W-QUITADOS   PIC 9(05) VALUE ZEROS.
       77 W-ROMPIDOS   PIC 9(05) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-NUM   PIC 9(07) VALUE ZEROS.
       01 W-LIMITE-NUM PIC 9(07) VALUE ZEROS.
       01 W-PAGO-PARC  PIC 9(7)V99 VALUE ZEROS.
       01 W-CREDITO    PIC 9(7)V99 VALUE ZEROS.
       01 W-ABERTO     PIC 9(6)V99 VALUE ZEROS.
       01 W-RESTAB     PIC 9(7)V99 VALUE ZEROS.
       01 W-TOT-RESTAB PIC 9(9)V99 VALUE ZEROS.

      * DATA EM DIAS CORRIDOS (W-DT-AAAAMMDD -> W-DT-NUM)
       01 W-DT-AAAAMMDD.
          03 W-DT-ANO        PIC 9(04).
          03 W-DT-MES        PIC 9(02).
          03 W-DT-DIA        PIC 9(02).
       01 W-DT-NUM     PIC 9(07) VALUE ZEROS.
       01 W-DT-ANT     PIC 9(04) VALUE ZEROS.
       01 W-DT-Q4      PIC 9(04) VALUE ZEROS.
       01 W-DT-Q100    PIC 9(04) VALUE ZEROS.
       01 W-DT-Q400    PIC 9(04) VALUE ZEROS.
       01 W-DT-REM4    PIC 9(04) VALUE ZEROS.
       01 W-DT-REM100  PIC 9(04) VALUE ZEROS.
       01 W-DT-REM400  PIC 9(04) VALUE ZEROS.
       01 TAB-ACUM.
          03 FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 TAB-ACUM-R REDEFINES TAB-ACUM.
          03 TAC-DIAS        PIC 9(03) OCCURS 12 TIMES.

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(45)
               VALUE "ACOMPANHAMENTO DOS ACORDOS DE PARCELAMENTO ".
          03 LC-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-ANO        PIC 9999.
       01 LIN-DETCAB.
          03 FILLER        PIC X(08) VALUE "ACORDO".
          03 FILLER        PIC X(07) VALUE "RM".
          03 FILLER        PIC X(10) VALUE "PARCELAS".
          03 FILLER        PIC X(14) VALUE "    NEGOCIADO".
          03 FILLER        PIC X(14) VALUE "   PAGO PARC.".
          03 FILLER        PIC X(14) VALUE "  RESTABELEC.".
          03 FILLER        PIC X(12) VALUE "  SITUACAO".
       01 LIN-DET.
          03 LD-NUMERO     PIC 9(04).
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-RM         PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-PAGAS      PIC Z9.
          03 FILLER        PIC X(01) VALUE "/".
          03 LD-QTDE       PIC Z9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LD-TOTAL      PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-PAGO       PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-RESTAB     PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SITUACAO   PIC X(10).
       01 LIN-RES.
          03 LR-DESCR      PIC X(30).
          03 LR-QTDE       PIC ZZZZ9.
       01 LIN-RESTAB.
          03 FILLER        PIC X(30) VALUE "DIVIDA RESTABELECIDA".
          03 LR-VALOR      PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN I-O CADACORDO
                IF ST-ACO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACORDO - "
                            ST-ACO
                   GO TO ROT-FIMS.
                OPEN I-O CADMENS
                IF ST-MEN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENS - "
                            ST-MEN
                   CLOSE CADACORDO
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELACORDO
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELACORDO - "
                            ST-REL
                   GO TO ROT-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-DT-AAAAMMDD
                MOVE W-DT-DIA TO LC-DIA
                MOVE W-DT-MES TO LC-MES
                MOVE W-DT-ANO TO LC-ANO
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                MOVE W-DT-NUM TO W-HOJE-NUM
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-DETCAB.
      *
       LE-001.
                READ CADACORDO NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                IF ACO-SITUACAO NOT = "A"
                   GO TO LE-001.
                ADD 1 TO W-ATIVOS
                PERFORM CONFERE-ACORDO THRU CONFERE-ACORDO-FIM
                GO TO LE-001.
      *
      **********************************
      * PARCELAS DO ACORDO EM CADMENS  *
      * (MES = 12 + PARCELA, ANO =     *
      * NUMERO DO ACORDO)              *
      **********************************
      *
       CONFERE-ACORDO.
                MOVE "N" TO W-ROMPE
                MOVE ZEROS TO W-PARC-PAGAS W-PAGO-PARC W-RESTAB
                MOVE 1 TO W-I.
       CONFERE-ACORDO-PARC.
                IF W-I > ACO-QTDE-PARC
                   GO TO CONFERE-ACORDO-SIT.
                MOVE ACO-RM TO MEN-RM
                COMPUTE MEN-COMP-MES = 12 + W-I
                MOVE ACO-NUMERO TO MEN-COMP-ANO
                READ CADMENS
                     INVALID KEY
                        ADD 1 TO W-I
                        GO TO CONFERE-ACORDO-PARC.
                IF MEN-VALOR-PAGO-X NUMERIC
                   ADD MEN-VALOR-PAGO TO W-PAGO-PARC.
                IF MEN-SITUACAO = "P"
                   ADD 1 TO W-PARC-PAGAS
                   ADD 1 TO W-I
                   GO TO CONFERE-ACORDO-PARC.
                MOVE ACO-PAR-VENC (W-I) TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                COMPUTE W-LIMITE-NUM = W-DT-NUM + ACO-TOLERANCIA
                IF W-HOJE-NUM > W-LIMITE-NUM
                   MOVE "S" TO W-ROMPE.
                ADD 1 TO W-I
                GO TO CONFERE-ACORDO-PARC.
       CONFERE-ACORDO-SIT.
                IF W-PARC-PAGAS = ACO-QTDE-PARC
                   MOVE "Q" TO ACO-SITUACAO
                   MOVE W-HOJE TO ACO-DATA-FIM
                   REWRITE REGACORDO
                   ADD 1 TO W-QUITADOS
                   MOVE "QUITADO" TO LD-SITUACAO
                   GO TO CONFERE-ACORDO-IMP.
                IF W-ROMPE NOT = "S"
                   ADD 1 TO W-EM-DIA
                   GO TO CONFERE-ACORDO-FIM.
                PERFORM ROMPE-ACORDO THRU ROMPE-ACORDO-FIM
                ADD 1 TO W-ROMPIDOS
                ADD W-RESTAB TO W-TOT-RESTAB
                MOVE "ROMPIDO" TO LD-SITUACAO.
       CONFERE-ACORDO-IMP.
                MOVE ACO-NUMERO TO LD-NUMERO
                MOVE ACO-RM TO LD-RM
                MOVE W-PARC-PAGAS TO LD-PAGAS
                MOVE ACO-QTDE-PARC TO LD-QTDE
                MOVE ACO-TOTAL TO LD-TOTAL
                MOVE W-PAGO-PARC TO LD-PAGO
                MOVE W-RESTAB TO LD-RESTAB
                WRITE REGREL FROM LIN-DET.
       CONFERE-ACORDO-FIM.
                EXIT.
      *
      **********************************
      * ROMPIMENTO: PARCELAS EM ABERTO *
      * CANCELADAS E COBRANCAS         *
      * ORIGINAIS DE VOLTA, COM O PAGO *
      * NAS PARCELAS ABATIDO DAS       *
      * COBRANCAS NA ORDEM DO ACORDO   *
      **********************************
      *
       ROMPE-ACORDO.
                MOVE 1 TO W-I.
       ROMPE-ACORDO-PARC.
                IF W-I > ACO-QTDE-PARC
                   GO TO ROMPE-ACORDO-ORIG.
                MOVE ACO-RM TO MEN-RM
                COMPUTE MEN-COMP-MES = 12 + W-I
                MOVE ACO-NUMERO TO MEN-COMP-ANO
                READ CADMENS
                     INVALID KEY
                        ADD 1 TO W-I
                        GO TO ROMPE-ACORDO-PARC.
                IF MEN-SITUACAO = "A"
                   MOVE "C" TO MEN-SITUACAO
                   REWRITE REGMENS.
                ADD 1 TO W-I
                GO TO ROMPE-ACORDO-PARC.
       ROMPE-ACORDO-ORIG.
                MOVE W-PAGO-PARC TO W-CREDITO
                MOVE 1 TO W-I.
       ROMPE-ACORDO-ORIG-LE.
                IF W-I > ACO-QTDE-ORIG
                   GO TO ROMPE-ACORDO-GRAVA.
                MOVE ACO-RM TO MEN-RM
                MOVE ACO-ORI-COMP (W-I) TO MEN-COMP
                READ CADMENS
                     INVALID KEY
                        ADD 1 TO W-I
                        GO TO ROMPE-ACORDO-ORIG-LE.
                IF MEN-SITUACAO NOT = "R"
                   ADD 1 TO W-I
                   GO TO ROMPE-ACORDO-ORIG-LE.
                MOVE "A" TO MEN-SITUACAO
                IF MEN-VALOR-PAGO-X NOT NUMERIC
                   MOVE ZEROS TO MEN-VALOR-PAGO.
                MOVE ZEROS TO W-ABERTO
                IF MEN-VALOR > MEN-VALOR-PAGO
                   COMPUTE W-ABERTO = MEN-VALOR - MEN-VALOR-PAGO.
                IF W-CREDITO NOT < W-ABERTO
                   SUBTRACT W-ABERTO FROM W-CREDITO
                   MOVE MEN-VALOR TO MEN-VALOR-PAGO
                   MOVE W-HOJE TO MEN-DATA-PAGTO
                   MOVE "P" TO MEN-SITUACAO
                ELSE
                   ADD W-CREDITO TO MEN-VALOR-PAGO
                   SUBTRACT W-CREDITO FROM W-ABERTO
                   MOVE ZEROS TO W-CREDITO
                   ADD W-ABERTO TO W-RESTAB.
                REWRITE REGMENS
                ADD 1 TO W-I
                GO TO ROMPE-ACORDO-ORIG-LE.
       ROMPE-ACORDO-GRAVA.
                MOVE "R" TO ACO-SITUACAO
                MOVE W-HOJE TO ACO-DATA-FIM
                REWRITE REGACORDO.
       ROMPE-ACORDO-FIM.
                EXIT.
      *
      **********************************
      * DATA AAAAMMDD EM DIAS CORRIDOS *
      * (CALENDARIO CIVIL, COM ANOS    *
      * BISSEXTOS)                     *
      **********************************
      *
       DIAS-DATA.
                IF W-DT-MES = ZEROS OR W-DT-MES > 12
                   MOVE 1 TO W-DT-MES.
                COMPUTE W-DT-ANT = W-DT-ANO - 1
                DIVIDE W-DT-ANT BY 4 GIVING W-DT-Q4
                DIVIDE W-DT-ANT BY 100 GIVING W-DT-Q100
                DIVIDE W-DT-ANT BY 400 GIVING W-DT-Q400
                COMPUTE W-DT-NUM = (W-DT-ANT * 365) + W-DT-Q4
                        - W-DT-Q100 + W-DT-Q400
                        + TAC-DIAS (W-DT-MES) + W-DT-DIA
                IF W-DT-MES < 3
                   GO TO DIAS-DATA-FIM.
                DIVIDE W-DT-ANO BY 4 GIVING W-DT-Q4
                       REMAINDER W-DT-REM4
                DIVIDE W-DT-ANO BY 100 GIVING W-DT-Q100
                       REMAINDER W-DT-REM100
                DIVIDE W-DT-ANO BY 400 GIVING W-DT-Q400
                       REMAINDER W-DT-REM400
                IF W-DT-REM4 = 0 AND
                   (W-DT-REM100 NOT = 0 OR W-DT-REM400 = 0)
                   ADD 1 TO W-DT-NUM.
       DIAS-DATA-FIM.
                EXIT.
      *
       ROT-RESUMO.
                WRITE REGREL FROM LIN-TRACO
                MOVE "ACORDOS ATIVOS CONFERIDOS" TO LR-DESCR
                MOVE W-ATIVOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "EM DIA" TO LR-DESCR
                MOVE W-EM-DIA TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "QUITADOS" TO LR-DESCR
                MOVE W-QUITADOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "ROMPIDOS" TO LR-DESCR
                MOVE W-ROMPIDOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE W-TOT-RESTAB TO LR-VALOR
                WRITE REGREL FROM LIN-RESTAB
                DISPLAY "ACORDOS ATIVOS ........: " W-ATIVOS
                DISPLAY "EM DIA ................: " W-EM-DIA
                DISPLAY "QUITADOS ..............: " W-QUITADOS
                DISPLAY "ROMPIDOS ..............: " W-ROMPIDOS
                DISPLAY "RELATORIO GRAVADO EM RELACORDO.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADACORDO CADMENS RELACORDO.
       ROT-FIMS.
                STOP RUN.
