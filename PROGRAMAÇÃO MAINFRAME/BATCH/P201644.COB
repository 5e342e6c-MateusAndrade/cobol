       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201644.
       AUTHOR. MATEUS.
      **************************************
      * ALERTA SEMANAL DE FREQUENCIA       *
      * (RELFREQ.TXT): PARA CADA           *
      * DISCIPLINA COM CARGA HORARIA       *
      * (DIS-CARGA) LISTA OS ALUNOS DE     *
      * CADNOTA.DAT CUJAS FALTAS           *
      * (SOMAFALTAS, ALIMENTADA PELO       *
      * DIARIO DE CLASSE P201643) JA       *
      * ATINGEM 15% OU 20% DA CARGA, E OS  *
      * QUE JA CHEGARAM AO LIMITE DE 25%,  *
      * PARA A COORDENACAO AGIR ANTES DO   *
      * FECHAMENTO (P201617)               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIS-CODIGO
                    FILE STATUS  IS ST-DISC
                    ALTERNATE RECORD KEY IS DIS-DENOM
                               WITH DUPLICATES.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-DISC
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.
       SELECT RELFREQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DIS-CODIGO     PIC X(03).
                03 DIS-DENOM      PIC X(30).
                03 DIS-CARGA      PIC 9(03).
                03 DIS-PROFESSOR  PIC X(30).
                03 DIS-AVALIACAO  PIC X(09).
                03 DIS-PROFCOD    PIC 9(03).
                03 DIS-PROFCOD-X REDEFINES DIS-PROFCOD PIC X(03).
                03 FILLER         PIC X(02).
      *
       FD CADNOTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTA.DAT".
       01 REGNOTA.
                03 RM-DISC.
                   05 RM            PIC 9(05).
                   05 DISCIPLINA    PIC X(03).
                03 NOME          PIC X(35).
                03 SEXO          PIC X(10).
                03 NASCIMENTO.
                   05 DIA        PIC 9(2).
                   05 MES        PIC 9(2).
                   05 ANO        PIC 9(4).
                03 NOTAS.
                   05 NOTA1      PIC 9(2)V9.
                   05 NOTA2      PIC 9(2)V9.
                   05 NOTA3      PIC 9(2)V9.
                   05 NOTA4      PIC 9(2)V9.
                03 FALTAS.
                   05 FALTA1     PIC 9(2).
                   05 FALTA2     PIC 9(2).
                   05 FALTA3     PIC 9(2).
                   05 FALTA4     PIC 9(2).
                03 MEDIA         PIC 9(2)V9.
                03 SOMAFALTAS    PIC 9(02).
                03 SITUACAO      PIC X(16).
                03 OPERADOR      PIC X(10).
      *
       FD RELFREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFREQ.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-DISC      PIC X(02) VALUE "00".
       77 ST-NOTA      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-RESP       PIC X(01) VALUE SPACES.
       77 W-DISC       PIC X(03) VALUE SPACES.
       77 W-CAB-DISC   PIC X(01) VALUE "N".
       77 W-DISCIPLINAS PIC 9(05) VALUE ZEROS.
       77 W-SEM-CARGA  PIC 9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-QT-15      PIC 9(05) VALUE ZEROS.
       77 W-QT-20      PIC 9(05) VALUE ZEROS.
       77 W-QT-25      PIC 9(05) VALUE ZEROS.

       01 W-PERLET.
          03 W-PERLET-ANO  PIC 9(04).
          03 W-PERLET-SEM  PIC 9(01).
       01 W-PERC         PIC 9(04)V9 VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO     PIC 9(04).
          03 W-HOJE-MES     PIC 9(02).
          03 W-HOJE-DIA     PIC 9(02).

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-CAB1.
          03 FILLER        PIC X(15) VALUE SPACES.
          03 FILLER        PIC X(35)
               VALUE "ALERTA DE FREQUENCIA - PERIODO ".
          03 LC-ANO-LET    PIC 9999.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-SEM-LET    PIC 9.
          03 FILLER        PIC X(04) VALUE " EM ".
          03 LC-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-ANO        PIC 9999.
       01 LIN-CAB2.
          03 FILLER        PIC X(08) VALUE "RM".
          03 FILLER        PIC X(37) VALUE "NOME".
          03 FILLER        PIC X(08) VALUE "FALTAS".
          03 FILLER        PIC X(07) VALUE "CARGA".
          03 FILLER        PIC X(09) VALUE "  %".
          03 FILLER        PIC X(20) VALUE "SITUACAO".
       01 LIN-DISC.
          03 FILLER        PIC X(12) VALUE "DISCIPLINA: ".
          03 LD-DISC       PIC X(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LD-DENOM      PIC X(30).
          03 FILLER        PIC X(09) VALUE "  CARGA: ".
          03 LD-CARGA      PIC ZZ9.
          03 FILLER        PIC X(20) VALUE " H  LIMITE (25%): ".
          03 LD-LIMITE     PIC ZZ9.
       01 LIN-DET.
          03 LD-RM         PIC 9(05).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-NOME       PIC X(35).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-FALTAS     PIC Z9.
          03 FILLER        PIC X(06) VALUE SPACES.
          03 LD-CARGA2     PIC ZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-PERC       PIC ZZZ9,9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-FAIXA      PIC X(20).
       01 LIN-RES.
          03 LR-DESCR      PIC X(40).
          03 LR-QTDE       PIC ZZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADDISC
                IF ST-DISC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDISC - "
                            ST-DISC
                   GO TO ROT-FIMS.
                OPEN INPUT CADNOTA
                IF ST-NOTA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTA - "
                            ST-NOTA
                   CLOSE CADDISC
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELFREQ
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELFREQ - "
                            ST-REL
                   GO TO ROT-FIM.
      *
       PEDE-PERIODO.
                DISPLAY "PERIODO LETIVO EM CURSO (AAAAS): "
                ACCEPT W-PERLET FROM CONSOLE
                IF W-PERLET NOT NUMERIC
                   DISPLAY "*** INFORME APENAS NUMEROS ***"
                   GO TO PEDE-PERIODO.
                IF W-PERLET-ANO < 1900 OR
                   (W-PERLET-SEM NOT = 1 AND W-PERLET-SEM NOT = 2)
                   DISPLAY "*** PERIODO INVALIDO (ANO+SEMESTRE) ***"
                   GO TO PEDE-PERIODO.
       PEDE-DISC.
                DISPLAY "DISCIPLINA (BRANCOS = TODAS): "
                MOVE SPACES TO W-DISC
                ACCEPT W-DISC FROM CONSOLE.
       CONFIRMA.
                DISPLAY "EMITE O ALERTA DE FREQUENCIA. "
                        "CONFIRMA (S/N)? "
                ACCEPT W-RESP FROM CONSOLE
                IF W-RESP = "N" OR "n"
                   DISPLAY "*** EMISSAO CANCELADA ***"
                   GO TO ROT-FIM.
                IF W-RESP NOT = "S" AND "s"
                   GO TO CONFIRMA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-PERLET-ANO TO LC-ANO-LET
                MOVE W-PERLET-SEM TO LC-SEM-LET
                MOVE W-HOJE-DIA TO LC-DIA
                MOVE W-HOJE-MES TO LC-MES
                MOVE W-HOJE-ANO TO LC-ANO
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-TRACO
                IF W-DISC = SPACES
                   GO TO LE-001.
      *
      * DISCIPLINA INFORMADA
       LE-DISC.
                MOVE W-DISC TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        DISPLAY "*** DISCIPLINA NAO CADASTRADA ***"
                        GO TO ROT-RESUMO.
                PERFORM ANALISA-DISC THRU ANALISA-DISC-FIM
                GO TO ROT-RESUMO.
      *
       LE-001.
                READ CADDISC NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                PERFORM ANALISA-DISC THRU ANALISA-DISC-FIM
                GO TO LE-001.
      *
      **********************************
      * PERCORRE CADNOTA E LISTA OS    *
      * ALUNOS DA DISCIPLINA COM 15%   *
      * OU MAIS DE FALTAS SOBRE A      *
      * CARGA HORARIA                  *
      **********************************
      *
       ANALISA-DISC.
                IF DIS-CARGA = ZEROS
                   ADD 1 TO W-SEM-CARGA
                   GO TO ANALISA-DISC-FIM.
                ADD 1 TO W-DISCIPLINAS
                MOVE "N" TO W-CAB-DISC
                MOVE ZEROS TO RM-DISC
                START CADNOTA KEY IS NOT LESS THAN RM-DISC
                     INVALID KEY GO TO ANALISA-DISC-FIM.
       ANALISA-DISC-LE.
                READ CADNOTA NEXT RECORD
                     AT END GO TO ANALISA-DISC-TOT.
                IF DISCIPLINA NOT = DIS-CODIGO
                   GO TO ANALISA-DISC-LE.
                ADD 1 TO W-LIDOS
                COMPUTE W-PERC ROUNDED =
                        SOMAFALTAS * 100 / DIS-CARGA
                IF W-PERC < 15
                   GO TO ANALISA-DISC-LE.
                IF W-PERC NOT < 25
                   ADD 1 TO W-QT-25
                   MOVE "LIMITE ATINGIDO" TO LD-FAIXA
                ELSE
                   IF W-PERC NOT < 20
                      ADD 1 TO W-QT-20
                      MOVE "ALERTA 20%" TO LD-FAIXA
                   ELSE
                      ADD 1 TO W-QT-15
                      MOVE "ATENCAO 15%" TO LD-FAIXA.
                IF W-CAB-DISC = "N"
                   PERFORM CAB-DISC THRU CAB-DISC-FIM.
                MOVE RM TO LD-RM
                MOVE NOME TO LD-NOME
                MOVE SOMAFALTAS TO LD-FALTAS
                MOVE DIS-CARGA TO LD-CARGA2
                MOVE W-PERC TO LD-PERC
                WRITE REGREL FROM LIN-DET
                GO TO ANALISA-DISC-LE.
       ANALISA-DISC-TOT.
                IF W-CAB-DISC = "S"
                   WRITE REGREL FROM LIN-BRANCO.
       ANALISA-DISC-FIM.
                EXIT.
      *
       CAB-DISC.
                MOVE "S" TO W-CAB-DISC
                MOVE DIS-CODIGO TO LD-DISC
                MOVE DIS-DENOM TO LD-DENOM
                MOVE DIS-CARGA TO LD-CARGA
                COMPUTE LD-LIMITE = DIS-CARGA * 25 / 100
                WRITE REGREL FROM LIN-DISC
                WRITE REGREL FROM LIN-CAB2.
       CAB-DISC-FIM.
                EXIT.
      *
       ROT-RESUMO.
                WRITE REGREL FROM LIN-TRACO
                MOVE "DISCIPLINAS ANALISADAS" TO LR-DESCR
                MOVE W-DISCIPLINAS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "DISCIPLINAS SEM CARGA HORARIA" TO LR-DESCR
                MOVE W-SEM-CARGA TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "NOTAS ANALISADAS" TO LR-DESCR
                MOVE W-LIDOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "ALUNOS COM 15% A 19,9% DE FALTAS" TO LR-DESCR
                MOVE W-QT-15 TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "ALUNOS COM 20% A 24,9% DE FALTAS" TO LR-DESCR
                MOVE W-QT-20 TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "ALUNOS NO LIMITE DE 25% OU ACIMA" TO LR-DESCR
                MOVE W-QT-25 TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                DISPLAY "DISCIPLINAS ANALISADAS : " W-DISCIPLINAS
                DISPLAY "ATENCAO 15% ...........: " W-QT-15
                DISPLAY "ALERTA 20% ............: " W-QT-20
                DISPLAY "LIMITE ATINGIDO .......: " W-QT-25
                DISPLAY "RELATORIO GRAVADO EM RELFREQ.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADDISC CADNOTA RELFREQ.
       ROT-FIMS.
                STOP RUN.
