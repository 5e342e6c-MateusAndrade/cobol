       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201639.
       AUTHOR. MATEUS.
      **************************************
      * RELATORIO DE INTEGRALIZACAO        *
      * CURRICULAR (RELFORM.TXT): PARA     *
      * CADA ALUNO COM CURSO PERCORRE A    *
      * GRADE (CADGRADE.DAT, P201638) E    *
      * CONFRONTA COM AS APROVACOES DE     *
      * CADNOTAH.DAT. MOSTRA A CARGA       *
      * HORARIA EXIGIDA X CUMPRIDA         *
      * (DIS-CARGA), AS OBRIGATORIAS QUE   *
      * FALTAM E SE O ALUNO ESTA APTO A    *
      * COLAR GRAU (TODAS AS OBRIGATORIAS  *
      * APROVADAS E CARGA ELETIVA MINIMA   *
      * DO CURSO CUMPRIDA). RM ZERADO      *
      * EMITE TODOS OS ALUNOS ATIVOS       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUR-CODIGO
                    FILE STATUS  IS ST-CUR
                    ALTERNATE RECORD KEY IS CUR-NOME
                               WITH DUPLICATES.
       SELECT CADGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-GRD.
       SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIS-CODIGO
                    FILE STATUS  IS ST-DISC
                    ALTERNATE RECORD KEY IS DIS-DENOM
                               WITH DUPLICATES.
       SELECT CADNOTAH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NTH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT RELFORM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALUNO.DAT".
       01 REGALUNO.
                03 ALU-RM        PIC 9(05).
                03 ALU-NOME      PIC X(35).
                03 ALU-SEXO      PIC X(10).
                03 ALU-NASC.
                   05 ALU-DIA    PIC 9(02).
                   05 ALU-MES    PIC 9(02).
                   05 ALU-ANO    PIC 9(04).
                03 ALU-SITUACAO  PIC X(01).
                03 ALU-CURSO     PIC 9(03).
                03 ALU-CURSO-X REDEFINES ALU-CURSO PIC X(03).
                03 FILLER        PIC X(18).
      *
       FD CADCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REGCURSO.
                03 CUR-CODIGO     PIC 9(03).
                03 CUR-NOME       PIC X(30).
                03 CUR-SEMESTRES  PIC 9(02).
                03 CUR-CH-ELETIVA PIC 9(04).
                03 FILLER         PIC X(21).
      *
       FD CADGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRADE.DAT".
       01 REGGRADE.
                03 GRD-CHAVE.
                   05 GRD-CURSO     PIC 9(03).
                   05 GRD-DISC      PIC X(03).
                03 GRD-SEMESTRE     PIC 9(02).
                03 GRD-TIPO         PIC X(01).
                03 GRD-PREREQ.
                   05 GRD-PRE1      PIC X(03).
                   05 GRD-PRE2      PIC X(03).
                   05 GRD-PRE3      PIC X(03).
                   05 GRD-PRE4      PIC X(03).
                03 GRD-PREREQ-R REDEFINES GRD-PREREQ.
                   05 GRD-PRE       PIC X(03) OCCURS 4 TIMES.
                03 FILLER           PIC X(19).
      *
       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DIS-CODIGO     PIC X(03).
                03 DIS-DENOM      PIC X(30).
                03 DIS-CARGA      PIC 9(03).
                03 DIS-PROFESSOR  PIC X(30).
                03 FILLER         PIC X(14).
      *
       FD CADNOTAH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAH.DAT".
       01 REGNOTAH.
                03 NTH-CHAVE.
                   05 NTH-RM        PIC 9(05).
                   05 NTH-DISC      PIC X(03).
                   05 NTH-PERIODO.
                      07 NTH-PER-ANO PIC 9(04).
                      07 NTH-PER-SEM PIC 9(01).
                03 NTH-NOME         PIC X(35).
                03 NTH-NOTAS.
                   05 NTH-NOTA1     PIC 9(2)V9.
                   05 NTH-NOTA2     PIC 9(2)V9.
                   05 NTH-NOTA3     PIC 9(2)V9.
                   05 NTH-NOTA4     PIC 9(2)V9.
                03 NTH-MEDIA        PIC 9(2)V9.
                03 NTH-SOMAFALTAS   PIC 9(02).
                03 NTH-SITUACAO     PIC X(16).
                03 FILLER           PIC X(15).
      *
       FD RELFORM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFORM.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-CUR       PIC X(02) VALUE "00".
       77 ST-GRD       PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-RESP       PIC X(01) VALUE SPACES.
       77 W-APROVADO   PIC X(01) VALUE "N".
       77 W-RM         PIC 9(05) VALUE ZEROS.
       77 W-FALTAM     PIC 9(03) VALUE ZEROS.
       77 W-QT-GRADE   PIC 9(03) VALUE ZEROS.
       77 W-ANALISADOS PIC 9(05) VALUE ZEROS.
       77 W-APTOS      PIC 9(05) VALUE ZEROS.
       77 W-NAO-APTOS  PIC 9(05) VALUE ZEROS.
       77 W-SEM-CURSO  PIC 9(05) VALUE ZEROS.
       77 W-SEM-GRADE  PIC 9(05) VALUE ZEROS.

       01 W-CH-OBRIG     PIC 9(05) VALUE ZEROS.
       01 W-CH-OBRIG-OK  PIC 9(05) VALUE ZEROS.
       01 W-CH-ELETIVA   PIC 9(05) VALUE ZEROS.
       01 W-CH-EXIGIDA   PIC 9(05) VALUE ZEROS.
       01 W-CH-CUMPRIDA  PIC 9(05) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJE-ANO     PIC 9(04).
          03 W-HOJE-MES     PIC 9(02).
          03 W-HOJE-DIA     PIC 9(02).

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(44)
               VALUE "RELATORIO DE INTEGRALIZACAO CURRICULAR EM ".
          03 LC-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-ANO        PIC 9999.
       01 LIN-ALUNO.
          03 FILLER        PIC X(04) VALUE "RM: ".
          03 LA-RM         PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LA-NOME       PIC X(35).
          03 FILLER        PIC X(08) VALUE " CURSO: ".
          03 LA-CURSO      PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LA-CUR-NOME   PIC X(30).
       01 LIN-FALTACAB.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(40)
               VALUE "OBRIGATORIAS PENDENTES:".
       01 LIN-FALTA.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(04) VALUE "SEM ".
          03 LF-SEMESTRE   PIC Z9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LF-DISC       PIC X(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LF-DENOM      PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LF-CARGA      PIC ZZ9.
          03 FILLER        PIC X(02) VALUE " H".
       01 LIN-CARGA.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LCH-DESCR     PIC X(12).
          03 FILLER        PIC X(14) VALUE "OBRIGATORIA: ".
          03 LCH-OBRIG     PIC ZZZZ9.
          03 FILLER        PIC X(13) VALUE "   ELETIVA: ".
          03 LCH-ELETIVA   PIC ZZZZ9.
          03 FILLER        PIC X(11) VALUE "   TOTAL: ".
          03 LCH-TOTAL     PIC ZZZZ9.
       01 LIN-SITUACAO.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(12) VALUE "SITUACAO:".
          03 LS-SITUACAO   PIC X(40).
       01 LIN-RES.
          03 LR-DESCR      PIC X(40).
          03 LR-QTDE       PIC ZZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADALUNO
                IF ST-ALU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO - "
                            ST-ALU
                   GO TO ROT-FIMS.
                OPEN INPUT CADCURSO
                IF ST-CUR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCURSO - "
                            ST-CUR
                   CLOSE CADALUNO
                   GO TO ROT-FIMS.
                OPEN INPUT CADGRADE
                IF ST-GRD NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADGRADE - "
                            ST-GRD
                   CLOSE CADALUNO CADCURSO
                   GO TO ROT-FIMS.
                OPEN INPUT CADDISC
                IF ST-DISC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDISC - "
                            ST-DISC
                   CLOSE CADALUNO CADCURSO CADGRADE
                   GO TO ROT-FIMS.
                OPEN INPUT CADNOTAH
                IF ST-HIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTAH - "
                            ST-HIST
                   CLOSE CADALUNO CADCURSO CADGRADE CADDISC
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELFORM
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELFORM - "
                            ST-REL
                   GO TO ROT-FIM.
      *
       PEDE-RM.
                DISPLAY "RM DO ALUNO (ZEROS = TODOS OS ATIVOS): "
                ACCEPT W-RM FROM CONSOLE
                IF W-RM NOT NUMERIC
                   DISPLAY "*** INFORME APENAS NUMEROS ***"
                   GO TO PEDE-RM.
       CONFIRMA.
                DISPLAY "EMITE O RELATORIO DE INTEGRALIZACAO. "
                        "CONFIRMA (S/N)? "
                ACCEPT W-RESP FROM CONSOLE
                IF W-RESP = "N" OR "n"
                   DISPLAY "*** EMISSAO CANCELADA ***"
                   GO TO ROT-FIM.
                IF W-RESP NOT = "S" AND "s"
                   GO TO CONFIRMA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO LC-DIA
                MOVE W-HOJE-MES TO LC-MES
                MOVE W-HOJE-ANO TO LC-ANO
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-TRACO
                IF W-RM = ZEROS
                   GO TO LE-001.
      *
      * ALUNO INFORMADO: EMITE QUALQUER QUE SEJA A SITUACAO
       LE-RM.
                MOVE W-RM TO ALU-RM
                READ CADALUNO
                     INVALID KEY
                        DISPLAY "*** ALUNO NAO CADASTRADO ***"
                        GO TO ROT-RESUMO.
                PERFORM ANALISA-ALUNO THRU ANALISA-ALUNO-FIM
                GO TO ROT-RESUMO.
      *
       LE-001.
                READ CADALUNO NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                IF ALU-SITUACAO NOT = "A"
                   GO TO LE-001.
                PERFORM ANALISA-ALUNO THRU ANALISA-ALUNO-FIM
                GO TO LE-001.
      *
      **********************************
      * CONFRONTA A GRADE DO CURSO DO  *
      * ALUNO COM AS APROVACOES E      *
      * IMPRIME O QUADRO DE CARGAS     *
      **********************************
      *
       ANALISA-ALUNO.
                IF ALU-CURSO-X NOT NUMERIC
                   MOVE ZEROS TO ALU-CURSO.
                IF ALU-CURSO = ZEROS
                   ADD 1 TO W-SEM-CURSO
                   GO TO ANALISA-ALUNO-FIM.
                MOVE ALU-CURSO TO CUR-CODIGO
                READ CADCURSO
                     INVALID KEY
                        ADD 1 TO W-SEM-CURSO
                        GO TO ANALISA-ALUNO-FIM.
                ADD 1 TO W-ANALISADOS
                MOVE ZEROS TO W-CH-OBRIG W-CH-OBRIG-OK W-CH-ELETIVA
                              W-FALTAM W-QT-GRADE
                MOVE ALU-RM TO LA-RM
                MOVE ALU-NOME TO LA-NOME
                MOVE CUR-CODIGO TO LA-CURSO
                MOVE CUR-NOME TO LA-CUR-NOME
                WRITE REGREL FROM LIN-ALUNO
                MOVE CUR-CODIGO TO GRD-CURSO
                MOVE LOW-VALUES TO GRD-DISC
                START CADGRADE KEY IS NOT LESS THAN GRD-CHAVE
                     INVALID KEY GO TO ANALISA-ALUNO-TOT.
       ANALISA-ALUNO-LE.
                READ CADGRADE NEXT RECORD
                     AT END GO TO ANALISA-ALUNO-TOT.
                IF GRD-CURSO NOT = CUR-CODIGO
                   GO TO ANALISA-ALUNO-TOT.
                ADD 1 TO W-QT-GRADE
                MOVE GRD-DISC TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY
                        MOVE SPACES TO DIS-DENOM
                        MOVE ZEROS TO DIS-CARGA.
                PERFORM BUSCA-APROVADO THRU BUSCA-APROVADO-FIM
                IF GRD-TIPO = "E"
                   IF W-APROVADO = "S"
                      ADD DIS-CARGA TO W-CH-ELETIVA
                      GO TO ANALISA-ALUNO-LE
                   ELSE
                      GO TO ANALISA-ALUNO-LE.
                ADD DIS-CARGA TO W-CH-OBRIG
                IF W-APROVADO = "S"
                   ADD DIS-CARGA TO W-CH-OBRIG-OK
                   GO TO ANALISA-ALUNO-LE.
                IF W-FALTAM = ZEROS
                   WRITE REGREL FROM LIN-FALTACAB.
                ADD 1 TO W-FALTAM
                MOVE GRD-SEMESTRE TO LF-SEMESTRE
                MOVE GRD-DISC TO LF-DISC
                MOVE DIS-DENOM TO LF-DENOM
                MOVE DIS-CARGA TO LF-CARGA
                WRITE REGREL FROM LIN-FALTA
                GO TO ANALISA-ALUNO-LE.
       ANALISA-ALUNO-TOT.
                COMPUTE W-CH-EXIGIDA = W-CH-OBRIG + CUR-CH-ELETIVA
                MOVE "EXIGIDA" TO LCH-DESCR
                MOVE W-CH-OBRIG TO LCH-OBRIG
                MOVE CUR-CH-ELETIVA TO LCH-ELETIVA
                MOVE W-CH-EXIGIDA TO LCH-TOTAL
                WRITE REGREL FROM LIN-CARGA
                COMPUTE W-CH-CUMPRIDA = W-CH-OBRIG-OK + W-CH-ELETIVA
                MOVE "CUMPRIDA" TO LCH-DESCR
                MOVE W-CH-OBRIG-OK TO LCH-OBRIG
                MOVE W-CH-ELETIVA TO LCH-ELETIVA
                MOVE W-CH-CUMPRIDA TO LCH-TOTAL
                WRITE REGREL FROM LIN-CARGA
                IF W-QT-GRADE = ZEROS
                   ADD 1 TO W-SEM-GRADE
                   ADD 1 TO W-NAO-APTOS
                   MOVE "CURSO SEM GRADE CADASTRADA" TO LS-SITUACAO
                   GO TO ANALISA-ALUNO-IMP.
                IF W-FALTAM = ZEROS AND
                   W-CH-ELETIVA NOT < CUR-CH-ELETIVA
                   ADD 1 TO W-APTOS
                   MOVE "APTO A COLAR GRAU" TO LS-SITUACAO
                   GO TO ANALISA-ALUNO-IMP.
                ADD 1 TO W-NAO-APTOS
                IF W-FALTAM = ZEROS
                   MOVE "NAO APTO - CARGA ELETIVA INSUFICIENTE"
                                                    TO LS-SITUACAO
                ELSE
                   MOVE "NAO APTO - OBRIGATORIAS PENDENTES"
                                                    TO LS-SITUACAO.
       ANALISA-ALUNO-IMP.
                WRITE REGREL FROM LIN-SITUACAO
                WRITE REGREL FROM LIN-BRANCO.
       ANALISA-ALUNO-FIM.
                EXIT.
      *
      **********************************
      * DISCIPLINA APROVADA EM ALGUM   *
      * PERIODO FECHADO (CADNOTAH)     *
      **********************************
      *
       BUSCA-APROVADO.
                MOVE "N" TO W-APROVADO
                MOVE ALU-RM TO NTH-RM
                MOVE GRD-DISC TO NTH-DISC
                MOVE ZEROS TO NTH-PERIODO
                START CADNOTAH KEY IS NOT LESS THAN NTH-CHAVE
                     INVALID KEY GO TO BUSCA-APROVADO-FIM.
       BUSCA-APROVADO-LE.
                READ CADNOTAH NEXT RECORD
                     AT END GO TO BUSCA-APROVADO-FIM.
                IF NTH-RM NOT = ALU-RM
                   GO TO BUSCA-APROVADO-FIM.
                IF NTH-DISC NOT = GRD-DISC
                   GO TO BUSCA-APROVADO-FIM.
                IF NTH-SITUACAO NOT = "APROVADO"
                   GO TO BUSCA-APROVADO-LE.
                MOVE "S" TO W-APROVADO.
       BUSCA-APROVADO-FIM.
                EXIT.
      *
       ROT-RESUMO.
                WRITE REGREL FROM LIN-TRACO
                MOVE "ALUNOS ANALISADOS" TO LR-DESCR
                MOVE W-ANALISADOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "APTOS A COLAR GRAU" TO LR-DESCR
                MOVE W-APTOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "NAO APTOS" TO LR-DESCR
                MOVE W-NAO-APTOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                IF W-SEM-GRADE > ZEROS
                   MOVE "  DOS QUAIS COM CURSO SEM GRADE" TO LR-DESCR
                   MOVE W-SEM-GRADE TO LR-QTDE
                   WRITE REGREL FROM LIN-RES.
                MOVE "SEM CURSO (OU CURSO NAO CADASTRADO)" TO LR-DESCR
                MOVE W-SEM-CURSO TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                DISPLAY "ALUNOS ANALISADOS .....: " W-ANALISADOS
                DISPLAY "APTOS A COLAR GRAU ....: " W-APTOS
                DISPLAY "NAO APTOS .............: " W-NAO-APTOS
                DISPLAY "SEM CURSO .............: " W-SEM-CURSO
                DISPLAY "RELATORIO GRAVADO EM RELFORM.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADALUNO CADCURSO CADGRADE CADDISC CADNOTAH
                      RELFORM.
       ROT-FIMS.
                STOP RUN.
