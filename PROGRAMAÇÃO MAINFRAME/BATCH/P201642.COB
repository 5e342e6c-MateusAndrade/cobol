       IDENTIFICATION DIVISION.
       PROGRAM-ID. P201642.
       AUTHOR. MATEUS.
      **************************************
      * QUADROS DE HORARIO DO PERIODO      *
      * LETIVO INFORMADO A PARTIR DA GRADE *
      * DE HORARIOS (CADHORAR.DAT,         *
      * P201641): POR ALUNO, COM AS        *
      * MATRICULAS ATIVAS DE CADMATRI      *
      * (RELHORALU.TXT), POR PROFESSOR     *
      * PELO DIS-PROFCOD DA DISCIPLINA     *
      * (RELHORPRF.TXT) E POR SALA         *
      * (RELHORSAL.TXT). AULAS EM ORDEM DE *
      * DIA DA SEMANA E HORA DE INICIO     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADHORAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HOR-CHAVE
                    FILE STATUS  IS ST-HOR.
       SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIS-CODIGO
                    FILE STATUS  IS ST-DISC
                    ALTERNATE RECORD KEY IS DIS-DENOM
                               WITH DUPLICATES.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADMATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CHAVE
                    FILE STATUS  IS ST-MAT.
       SELECT CADPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRF-CODIGO
                    FILE STATUS  IS ST-PROF
                    ALTERNATE RECORD KEY IS PRF-NOME
                               WITH DUPLICATES.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-SALA.
       SELECT RELHORALU ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RALU.
       SELECT RELHORPRF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RPRF.
       SELECT RELHORSAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RSAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHORAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORAR.DAT".
       01 REGHORAR.
                03 HOR-CHAVE.
                   05 HOR-PERIODO.
                      07 HOR-PER-ANO PIC 9(04).
                      07 HOR-PER-SEM PIC 9(01).
                   05 HOR-DISC      PIC X(03).
                   05 HOR-DIA       PIC 9(01).
                   05 HOR-INICIO    PIC 9(04).
                03 HOR-FIM          PIC 9(04).
                03 HOR-SALA         PIC X(04).
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
                03 DIS-AVALIACAO  PIC X(09).
                03 DIS-PROFCOD    PIC 9(03).
                03 DIS-PROFCOD-X REDEFINES DIS-PROFCOD PIC X(03).
                03 FILLER         PIC X(02).
      *
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
                03 FILLER        PIC X(21).
      *
       FD CADMATRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMATRI.DAT".
       01 REGMATRI.
                03 MAT-CHAVE.
                   05 MAT-RM        PIC 9(05).
                   05 MAT-DISC      PIC X(03).
                   05 MAT-PERIODO.
                      07 MAT-PER-ANO PIC 9(04).
                      07 MAT-PER-SEM PIC 9(01).
                03 MAT-SITUACAO     PIC X(01).
                03 MAT-DATA         PIC 9(08).
                03 FILLER           PIC X(18).
      *
       FD CADPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROF.DAT".
       01 REGPROF.
                03 PRF-CODIGO    PIC 9(03).
                03 PRF-NOME      PIC X(30).
                03 PRF-TITULACAO PIC X(01).
                03 FILLER        PIC X(16).
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
                03 SAL-CODIGO     PIC X(04).
                03 SAL-DESCR      PIC X(30).
                03 SAL-CAPACIDADE PIC 9(03).
                03 FILLER         PIC X(13).
      *
       FD RELHORALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHORALU.TXT".
       01 REGRALU                 PIC X(100).
      *
       FD RELHORPRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHORPRF.TXT".
       01 REGRPRF                 PIC X(100).
      *
       FD RELHORSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHORSAL.TXT".
       01 REGRSAL                 PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-HOR       PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-MAT       PIC X(02) VALUE "00".
       77 ST-PROF      PIC X(02) VALUE "00".
       77 ST-SALA      PIC X(02) VALUE "00".
       77 ST-RALU      PIC X(02) VALUE "00".
       77 ST-RPRF      PIC X(02) VALUE "00".
       77 ST-RSAL      PIC X(02) VALUE "00".
       77 W-RESP       PIC X(01) VALUE SPACES.
      * QUADRO EM MONTAGEM: A=ALUNO P=PROFESSOR S=SALA
       77 W-QUADRO     PIC X(01) VALUE SPACES.
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-J          PIC 9(02) VALUE ZEROS.
       77 W-QT-AULA    PIC 9(02) VALUE ZEROS.
       77 W-IND        PIC 9(01) VALUE ZEROS.
       77 W-QT-ALU     PIC 9(05) VALUE ZEROS.
       77 W-QT-PRF     PIC 9(05) VALUE ZEROS.
       77 W-QT-SAL     PIC 9(05) VALUE ZEROS.
       77 W-EXCEDIDOS  PIC 9(05) VALUE ZEROS.

       01 W-PERIODO.
          03 W-PER-ANO    PIC 9(04).
          03 W-PER-SEM    PIC 9(01).
       01 W-HOJE.
          03 W-HOJE-ANO   PIC 9(04).
          03 W-HOJE-MES   PIC 9(02).
          03 W-HOJE-DIA   PIC 9(02).

      * AULAS DO ALUNO/PROFESSOR/SALA CORRENTE
       01 TAB-AULA.
          03 TAU-ITEM OCCURS 60 TIMES.
             05 TAU-ORDEM.
                07 TAU-DIA      PIC 9(01).
                07 TAU-INICIO   PIC 9(04).
             05 TAU-FIM         PIC 9(04).
             05 TAU-DISC        PIC X(03).
             05 TAU-SALA        PIC X(04).
       01 W-TAU-AUX       PIC X(16) VALUE SPACES.

       01 TAB-DIAS.
          03 FILLER       PIC X(42) VALUE
               "SEGUNDATERCA  QUARTA QUINTA SEXTA  SABADO ".
       01 TAB-DIAS-R REDEFINES TAB-DIAS.
          03 TDI-NOME     PIC X(07) OCCURS 6 TIMES.

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 LC-TITULO     PIC X(32).
          03 FILLER        PIC X(08) VALUE "PERIODO ".
          03 LC-PERIODO    PIC 9(05).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LC-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-ANO        PIC 9999.
       01 LIN-GRUPO.
          03 LG-ROTULO     PIC X(12).
          03 LG-CODIGO     PIC X(06).
          03 LG-NOME       PIC X(35).
          03 LG-COMPL      PIC X(30).
       01 LIN-DETCAB.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(09) VALUE "DIA".
          03 FILLER        PIC X(15) VALUE "HORARIO".
          03 FILLER        PIC X(06) VALUE "DISC".
          03 FILLER        PIC X(31) VALUE "DENOMINACAO".
          03 FILLER        PIC X(04) VALUE "SALA".
       01 LIN-DET.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-DIA        PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-INICIO     PIC 99B99.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LD-FIM        PIC 99B99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DISC       PIC X(03).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-DENOM      PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SALA       PIC X(04).
       01 LIN-CAPAC.
          03 FILLER        PIC X(12) VALUE "CAPACIDADE ".
          03 LCP-CAPAC     PIC ZZ9.
          03 FILLER        PIC X(07) VALUE " ALUNOS".
       01 LIN-RES.
          03 LR-DESCR      PIC X(40).
          03 LR-QTDE       PIC ZZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADHORAR
                IF ST-HOR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHORAR - "
                            ST-HOR
                   GO TO ROT-FIMS.
                OPEN INPUT CADDISC
                IF ST-DISC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDISC - "
                            ST-DISC
                   CLOSE CADHORAR
                   GO TO ROT-FIMS.
                OPEN INPUT CADALUNO
                IF ST-ALU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO - "
                            ST-ALU
                   CLOSE CADHORAR CADDISC
                   GO TO ROT-FIMS.
                OPEN INPUT CADMATRI
                IF ST-MAT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMATRI - "
                            ST-MAT
                   CLOSE CADHORAR CADDISC CADALUNO
                   GO TO ROT-FIMS.
                OPEN INPUT CADPROF
                IF ST-PROF NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROF - "
                            ST-PROF
                   CLOSE CADHORAR CADDISC CADALUNO CADMATRI
                   GO TO ROT-FIMS.
                OPEN INPUT CADSALA
                IF ST-SALA NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSALA - "
                            ST-SALA
                   CLOSE CADHORAR CADDISC CADALUNO CADMATRI CADPROF
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELHORALU
                IF ST-RALU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELHORALU - "
                            ST-RALU
                   GO TO ROT-FIM.
                OPEN OUTPUT RELHORPRF
                IF ST-RPRF NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELHORPRF - "
                            ST-RPRF
                   GO TO ROT-FIM.
                OPEN OUTPUT RELHORSAL
                IF ST-RSAL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELHORSAL - "
                            ST-RSAL
                   GO TO ROT-FIM.
      *
       PEDE-PERIODO.
                DISPLAY "PERIODO LETIVO (AAAAS): "
                ACCEPT W-PERIODO FROM CONSOLE
                IF W-PER-ANO < 1900 OR
                   (W-PER-SEM NOT = 1 AND W-PER-SEM NOT = 2)
                   DISPLAY "*** PERIODO INVALIDO (ANO+SEMESTRE) ***"
                   GO TO PEDE-PERIODO.
       CONFIRMA.
                DISPLAY "EMITE OS QUADROS DE HORARIO DO PERIODO "
                        W-PERIODO ". CONFIRMA (S/N)? "
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
                MOVE W-PERIODO TO LC-PERIODO
                MOVE "QUADRO DE HORARIO POR ALUNO" TO LC-TITULO
                WRITE REGRALU FROM LIN-CAB1
                WRITE REGRALU FROM LIN-TRACO
                MOVE "QUADRO DE HORARIO POR PROFESSOR" TO LC-TITULO
                WRITE REGRPRF FROM LIN-CAB1
                WRITE REGRPRF FROM LIN-TRACO
                MOVE "QUADRO DE HORARIO POR SALA" TO LC-TITULO
                WRITE REGRSAL FROM LIN-CAB1
                WRITE REGRSAL FROM LIN-TRACO.
      *
      **********************************
      * POR ALUNO: AULAS DAS           *
      * MATRICULAS ATIVAS NO PERIODO   *
      **********************************
      *
       ALU-001.
                MOVE "A" TO W-QUADRO.
       ALU-LE.
                READ CADALUNO NEXT RECORD
                     AT END GO TO PRF-001.
                MOVE ZEROS TO W-QT-AULA
                MOVE ALU-RM TO MAT-RM
                MOVE LOW-VALUES TO MAT-DISC
                MOVE ZEROS TO MAT-PERIODO
                START CADMATRI KEY IS NOT LESS THAN MAT-CHAVE
                     INVALID KEY GO TO ALU-IMP.
       ALU-MAT.
                READ CADMATRI NEXT RECORD
                     AT END GO TO ALU-IMP.
                IF MAT-RM NOT = ALU-RM
                   GO TO ALU-IMP.
                IF MAT-PERIODO NOT = W-PERIODO OR
                   MAT-SITUACAO NOT = "A"
                   GO TO ALU-MAT.
                PERFORM CARREGA-DISC THRU CARREGA-DISC-FIM
                GO TO ALU-MAT.
       ALU-IMP.
                IF W-QT-AULA = ZEROS
                   GO TO ALU-LE.
                ADD 1 TO W-QT-ALU
                MOVE "ALUNO" TO LG-ROTULO
                MOVE ALU-RM TO LG-CODIGO
                MOVE ALU-NOME TO LG-NOME
                MOVE SPACES TO LG-COMPL
                WRITE REGRALU FROM LIN-GRUPO
                WRITE REGRALU FROM LIN-DETCAB
                PERFORM IMPRIME-QUADRO THRU IMPRIME-QUADRO-FIM
                WRITE REGRALU FROM LIN-BRANCO
                GO TO ALU-LE.
      *
      **********************************
      * POR PROFESSOR: AULAS DAS       *
      * DISCIPLINAS COM O DIS-PROFCOD  *
      **********************************
      *
       PRF-001.
                MOVE "P" TO W-QUADRO.
       PRF-LE.
                READ CADPROF NEXT RECORD
                     AT END GO TO SAL-001.
                MOVE ZEROS TO W-QT-AULA
                PERFORM INICIA-HORARIO THRU INICIA-HORARIO-FIM.
       PRF-HOR.
                IF ST-HOR NOT = "00"
                   GO TO PRF-IMP.
                READ CADHORAR NEXT RECORD
                     AT END GO TO PRF-IMP.
                IF HOR-PERIODO NOT = W-PERIODO
                   GO TO PRF-IMP.
                MOVE HOR-DISC TO DIS-CODIGO
                READ CADDISC
                     INVALID KEY GO TO PRF-HOR.
                IF DIS-PROFCOD-X NOT NUMERIC
                   GO TO PRF-HOR.
                IF DIS-PROFCOD NOT = PRF-CODIGO
                   GO TO PRF-HOR.
                PERFORM GUARDA-AULA THRU GUARDA-AULA-FIM
                GO TO PRF-HOR.
       PRF-IMP.
                IF W-QT-AULA = ZEROS
                   GO TO PRF-LE.
                ADD 1 TO W-QT-PRF
                MOVE "PROFESSOR" TO LG-ROTULO
                MOVE PRF-CODIGO TO LG-CODIGO
                MOVE PRF-NOME TO LG-NOME
                MOVE SPACES TO LG-COMPL
                WRITE REGRPRF FROM LIN-GRUPO
                WRITE REGRPRF FROM LIN-DETCAB
                PERFORM IMPRIME-QUADRO THRU IMPRIME-QUADRO-FIM
                WRITE REGRPRF FROM LIN-BRANCO
                GO TO PRF-LE.
      *
      **********************************
      * POR SALA                       *
      **********************************
      *
       SAL-001.
                MOVE "S" TO W-QUADRO.
       SAL-LE.
                READ CADSALA NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                MOVE ZEROS TO W-QT-AULA
                PERFORM INICIA-HORARIO THRU INICIA-HORARIO-FIM.
       SAL-HOR.
                IF ST-HOR NOT = "00"
                   GO TO SAL-IMP.
                READ CADHORAR NEXT RECORD
                     AT END GO TO SAL-IMP.
                IF HOR-PERIODO NOT = W-PERIODO
                   GO TO SAL-IMP.
                IF HOR-SALA NOT = SAL-CODIGO
                   GO TO SAL-HOR.
                PERFORM GUARDA-AULA THRU GUARDA-AULA-FIM
                GO TO SAL-HOR.
       SAL-IMP.
                IF W-QT-AULA = ZEROS
                   GO TO SAL-LE.
                ADD 1 TO W-QT-SAL
                MOVE "SALA" TO LG-ROTULO
                MOVE SAL-CODIGO TO LG-CODIGO
                MOVE SAL-DESCR TO LG-NOME
                MOVE SAL-CAPACIDADE TO LCP-CAPAC
                MOVE LIN-CAPAC TO LG-COMPL
                WRITE REGRSAL FROM LIN-GRUPO
                WRITE REGRSAL FROM LIN-DETCAB
                PERFORM IMPRIME-QUADRO THRU IMPRIME-QUADRO-FIM
                WRITE REGRSAL FROM LIN-BRANCO
                GO TO SAL-LE.
      *
      **********************************
      * POSICIONA NO PRIMEIRO HORARIO  *
      * DO PERIODO (ST-HOR "23" = SEM  *
      * HORARIO NO PERIODO)            *
      **********************************
      *
       INICIA-HORARIO.
                MOVE W-PERIODO TO HOR-PERIODO
                MOVE SPACES TO HOR-DISC
                MOVE ZEROS TO HOR-DIA HOR-INICIO
                START CADHORAR KEY IS NOT LESS THAN HOR-CHAVE
                     INVALID KEY MOVE "23" TO ST-HOR.
       INICIA-HORARIO-FIM.
                EXIT.
      *
      **********************************
      * HORARIOS DA DISCIPLINA DA      *
      * MATRICULA NO PERIODO           *
      **********************************
      *
       CARREGA-DISC.
                MOVE MAT-PERIODO TO HOR-PERIODO
                MOVE MAT-DISC TO HOR-DISC
                MOVE ZEROS TO HOR-DIA HOR-INICIO
                START CADHORAR KEY IS NOT LESS THAN HOR-CHAVE
                     INVALID KEY GO TO CARREGA-DISC-FIM.
       CARREGA-DISC-LE.
                READ CADHORAR NEXT RECORD
                     AT END GO TO CARREGA-DISC-FIM.
                IF HOR-PERIODO NOT = MAT-PERIODO OR
                   HOR-DISC NOT = MAT-DISC
                   GO TO CARREGA-DISC-FIM.
                PERFORM GUARDA-AULA THRU GUARDA-AULA-FIM
                GO TO CARREGA-DISC-LE.
       CARREGA-DISC-FIM.
                EXIT.
      *
       GUARDA-AULA.
                IF W-QT-AULA NOT < 60
                   ADD 1 TO W-EXCEDIDOS
                   GO TO GUARDA-AULA-FIM.
                ADD 1 TO W-QT-AULA
                MOVE HOR-DIA TO TAU-DIA (W-QT-AULA)
                MOVE HOR-INICIO TO TAU-INICIO (W-QT-AULA)
                MOVE HOR-FIM TO TAU-FIM (W-QT-AULA)
                MOVE HOR-DISC TO TAU-DISC (W-QT-AULA)
                MOVE HOR-SALA TO TAU-SALA (W-QT-AULA).
       GUARDA-AULA-FIM.
                EXIT.
      *
      **********************************
      * ORDENA AS AULAS POR DIA E HORA *
      * DE INICIO E GRAVA NO QUADRO    *
      * CORRENTE (W-QUADRO)            *
      **********************************
      *
       IMPRIME-QUADRO.
                MOVE 1 TO W-I.
       ORDENA-I.
                IF W-I NOT < W-QT-AULA
                   GO TO IMPRIME-QUADRO-INI.
                COMPUTE W-J = W-I + 1.
       ORDENA-J.
                IF W-J > W-QT-AULA
                   ADD 1 TO W-I
                   GO TO ORDENA-I.
                IF TAU-ORDEM (W-J) < TAU-ORDEM (W-I)
                   MOVE TAU-ITEM (W-I) TO W-TAU-AUX
                   MOVE TAU-ITEM (W-J) TO TAU-ITEM (W-I)
                   MOVE W-TAU-AUX TO TAU-ITEM (W-J).
                ADD 1 TO W-J
                GO TO ORDENA-J.
       IMPRIME-QUADRO-INI.
                MOVE 1 TO W-I.
       IMPRIME-QUADRO-LIN.
                IF W-I > W-QT-AULA
                   GO TO IMPRIME-QUADRO-FIM.
                MOVE SPACES TO LD-DIA
                IF TAU-DIA (W-I) > 1 AND TAU-DIA (W-I) < 8
                   COMPUTE W-IND = TAU-DIA (W-I) - 1
                   MOVE TDI-NOME (W-IND) TO LD-DIA.
                MOVE TAU-INICIO (W-I) TO LD-INICIO
                MOVE TAU-FIM (W-I) TO LD-FIM
                MOVE TAU-DISC (W-I) TO LD-DISC DIS-CODIGO
                MOVE TAU-SALA (W-I) TO LD-SALA
                READ CADDISC
                     INVALID KEY MOVE SPACES TO DIS-DENOM.
                MOVE DIS-DENOM TO LD-DENOM
                IF W-QUADRO = "A"
                   WRITE REGRALU FROM LIN-DET.
                IF W-QUADRO = "P"
                   WRITE REGRPRF FROM LIN-DET.
                IF W-QUADRO = "S"
                   WRITE REGRSAL FROM LIN-DET.
                ADD 1 TO W-I
                GO TO IMPRIME-QUADRO-LIN.
       IMPRIME-QUADRO-FIM.
                EXIT.
      *
       ROT-RESUMO.
                MOVE "ALUNOS COM HORARIO" TO LR-DESCR
                MOVE W-QT-ALU TO LR-QTDE
                WRITE REGRALU FROM LIN-TRACO
                WRITE REGRALU FROM LIN-RES
                MOVE "PROFESSORES COM HORARIO" TO LR-DESCR
                MOVE W-QT-PRF TO LR-QTDE
                WRITE REGRPRF FROM LIN-TRACO
                WRITE REGRPRF FROM LIN-RES
                MOVE "SALAS OCUPADAS" TO LR-DESCR
                MOVE W-QT-SAL TO LR-QTDE
                WRITE REGRSAL FROM LIN-TRACO
                WRITE REGRSAL FROM LIN-RES
                IF W-EXCEDIDOS > ZEROS
                   DISPLAY "AULAS NAO IMPRESSAS (MAIS DE 60 POR "
                           "QUADRO): " W-EXCEDIDOS.
                DISPLAY "ALUNOS COM HORARIO ....: " W-QT-ALU
                DISPLAY "PROFESSORES ...........: " W-QT-PRF
                DISPLAY "SALAS .................: " W-QT-SAL
                DISPLAY "RELATORIOS GRAVADOS EM RELHORALU.TXT, "
                        "RELHORPRF.TXT E RELHORSAL.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADHORAR CADDISC CADALUNO CADMATRI CADPROF CADSALA
                      RELHORALU RELHORPRF RELHORSAL.
       ROT-FIMS.
                STOP RUN.
