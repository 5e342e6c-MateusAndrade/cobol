      **************************************
      * RELATORIO MENSAL DE DIREITO DE     *
      * FERIAS A PARTIR DE CADFUNC /       *
      * CADFERIAS. O FIM DO PERIODO        *
      * AQUISITIVO E PRORROGADO PELOS DIAS *
      * DE AFASTAMENTO PELO INSS E SEM     *
      * REMUNERACAO (CADAFAST.DAT); MAIS   *
      * DE 180 DIAS PELO INSS NO PERIODO   *
      * PERDE O DIREITO                    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-CHAVE
                    FILE STATUS  IS ST-FER.
       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-AFA.
       SELECT RELFERIAS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
                03 FER-PROG-DIAS     PIC 9(02).
                03 FER-SITUACAO      PIC X(01).
                03 FILLER            PIC X(26).
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
       FD RELFERIAS
               LABEL RECORD IS STANDARD
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-SALDO      PIC 9(02) VALUE ZEROS.
       77 W-MESES      PIC S9(05) VALUE ZEROS.
       77 W-QTDE-PERDA PIC 9(04) VALUE ZEROS.
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
       01 W-AQ-FIM-N         PIC 9(07) VALUE ZEROS.
       01 W-SUSP-DIAS        PIC 9(05) VALUE ZEROS.
       01 W-SUSP-PASSO       PIC 9(02) VALUE ZEROS.
       01 W-DT-RESTO         PIC 9(03) VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO   PIC 9(04).
          03 FILLER        PIC X(28) VALUE "NOME".
          03 FILLER        PIC X(12) VALUE "AQUIS.FIM".
          03 FILLER        PIC X(07) VALUE "SALDO".
          03 FILLER        PIC X(06) VALUE "SUSP".
          03 FILLER        PIC X(06) VALUE "SIT".
          03 FILLER        PIC X(14) VALUE "PROGRAMADA".
          03 FILLER        PIC X(10) VALUE "ALERTA".
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SALDO      PIC Z9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LD-SUSP       PIC ZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-SIT        PIC X(01).
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LD-PROG       PIC X(10).
          03 W-DM-ANO      PIC 9(04).

       01 LIN-RODAPE1.
          03 FILLER        PIC X(31)
                           VALUE "PERIODOS COM SALDO ABERTO: ".
          03 RD-QTDE       PIC ZZZ9.
       01 LIN-RODAPE2.
          03 FILLER        PIC X(31)
                           VALUE "PERIODOS VENCENDO: ".
          03 RD-VENC       PIC ZZZ9.
       01 LIN-RODAPE3.
          03 FILLER        PIC X(31)
                           VALUE "PERIODOS COM PERDA DO DIREITO: ".
          03 RD-PERDA      PIC ZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                            ST-REL
                   CLOSE CADFUNC CADFERIAS
                   GO TO ROT-FIM.
                OPEN INPUT CADAFAST
                IF ST-AFA = "00"
                   MOVE "S" TO W-AFA-ABERTO
                ELSE
                   DISPLAY "AVISO: CADAFAST.DAT AUSENTE - SEM "
                           "AFASTAMENTOS".
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                WRITE REGREL FROM LIN-CAB1
                MOVE SPACES TO REGREL
                COMPUTE W-SALDO = FER-DIAS-DIREITO - FER-DIAS-GOZADOS
                MOVE CHAPA TO LD-CHAPA
                MOVE NOME TO LD-NOME
                PERFORM APURA-SUSPENSAO THRU APURA-SUSPENSAO-FIM
                MOVE W-DT-DIA TO W-DM-DIA
                MOVE W-DT-MES TO W-DM-MES
                MOVE W-DT-ANO TO W-DM-ANO
                MOVE W-DATAMASC TO LD-AQFIM
                MOVE W-SALDO TO LD-SALDO
                MOVE W-SUSP-DIAS TO LD-SUSP
                MOVE FER-SITUACAO TO LD-SIT
                MOVE SPACES TO LD-PROG
                IF FER-PROG NOT = ZEROS
                   MOVE W-DATAMASC TO LD-PROG.
                MOVE SPACES TO LD-ALERTA
                COMPUTE W-MESES = (W-HOJE-ANO * 12 + W-HOJE-MES) -
                        (W-DT-ANO * 12 + W-DT-MES)
                IF W-AF-INSS > 180
                   MOVE "PERDA DO DIREITO" TO LD-ALERTA
                   ADD 1 TO W-QTDE-PERDA
                ELSE
                   IF W-MESES NOT < 10
                      MOVE "*** VENCENDO ***" TO LD-ALERTA
                      ADD 1 TO W-QTDE-VENC.
                WRITE REGREL FROM LIN-DET
                ADD 1 TO W-QTDE.
       MONTA-LINHA-FIM.
                MOVE W-QTDE TO RD-QTDE
                WRITE REGREL FROM LIN-RODAPE1
                MOVE W-QTDE-VENC TO RD-VENC
                WRITE REGREL FROM LIN-RODAPE2
                MOVE W-QTDE-PERDA TO RD-PERDA
                WRITE REGREL FROM LIN-RODAPE3
                GO TO ROT-FIM.
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
      * SUSPENSAO DO PERIODO           *
      * AQUISITIVO: DIAS PELO INSS E   *
      * SEM REMUNERACAO ENTRE O INICIO *
      * E O FIM DO PERIODO, QUE E      *
      * PRORROGADO PELOS MESMOS DIAS   *
      * (FIM PROJETADO EM W-DT-DIA,    *
      * W-DT-MES E W-DT-ANO)           *
      **********************************
      *
       APURA-SUSPENSAO.
                MOVE ZEROS TO W-SUSP-DIAS W-SUSP-PASSO W-AF-INSS
                MOVE FER-AF-DIA TO W-DT-DIA
                MOVE FER-AF-MES TO W-DT-MES
                MOVE FER-AF-ANO TO W-DT-ANO
                IF FER-AQUIS-INI = ZEROS OR FER-AQUIS-FIM = ZEROS
                   GO TO APURA-SUSPENSAO-FIM.
                MOVE "S" TO W-DT-ULTIMO
                PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
                MOVE W-DT-NUM TO W-AQ-FIM-N W-PER-FIM-N
                MOVE FER-AI-DIA TO W-DT-DIA
                MOVE FER-AI-MES TO W-DT-MES
                MOVE FER-AI-ANO TO W-DT-ANO
                MOVE "N" TO W-DT-ULTIMO
                PERFORM CONVERTE-DATA THRU CONVERTE-DATA-FIM
                MOVE W-DT-NUM TO W-PER-INI-N.
       APURA-SUSPENSAO-LOOP.
                PERFORM APURA-AFAST THRU APURA-AFAST-FIM
                ADD 1 TO W-SUSP-PASSO
                IF W-AF-INSS + W-AF-SREM = W-SUSP-DIAS OR
                   W-SUSP-PASSO > 5
                   GO TO APURA-SUSPENSAO-DATA.
                COMPUTE W-SUSP-DIAS = W-AF-INSS + W-AF-SREM
                COMPUTE W-PER-FIM-N = W-AQ-FIM-N + W-SUSP-DIAS
                GO TO APURA-SUSPENSAO-LOOP.
       APURA-SUSPENSAO-DATA.
                MOVE W-PER-FIM-N TO W-DT-NUM
                PERFORM CONVERTE-NUM THRU CONVERTE-NUM-FIM.
       APURA-SUSPENSAO-FIM.
                EXIT.
      *
      **********************************
      * DIAS DO CALENDARIO COMERCIAL   *
      * (W-DT-NUM) DE VOLTA PARA DATA  *
      **********************************
      *
       CONVERTE-NUM.
                DIVIDE W-DT-NUM BY 360 GIVING W-DT-ANO
                       REMAINDER W-DT-RESTO
                DIVIDE W-DT-RESTO BY 30 GIVING W-DT-MES
                       REMAINDER W-DT-DIA
                ADD 1 TO W-DT-MES W-DT-DIA
                IF W-DT-MES = 2 AND W-DT-DIA > 28
                   DIVIDE W-DT-ANO BY 4 GIVING W-DT-QUOC
                          REMAINDER W-DT-REM4
                   IF W-DT-REM4 = ZEROS
                      MOVE 29 TO W-DT-DIA
                   ELSE
                      MOVE 28 TO W-DT-DIA.
       CONVERTE-NUM-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-AFA-ABERTO = "S"
                   CLOSE CADAFAST.
                CLOSE CADFUNC CADFERIAS RELFERIAS
                STOP RUN.
