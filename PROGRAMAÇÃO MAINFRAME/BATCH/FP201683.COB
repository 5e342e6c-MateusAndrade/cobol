       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201683.
       AUTHOR. MATEUS.
      **************************************
      * APURACAO MENSAL DA HORA-AULA DOS   *
      * PROFESSORES: AS DISCIPLINAS DE     *
      * CADDISC.DAT COM MATRICULA ATIVA EM *
      * CADMATRI.DAT NO PERIODO LETIVO SAO *
      * AS TURMAS DO MES. AULAS SEMANAIS = *
      * DIS-CARGA / SEMANAS DO PERIODO,    *
      * AULAS NO MES = SEMANAIS X 4,5,     *
      * VALOR PELA TITULACAO DO PROFESSOR  *
      * (CADHORAULA.DAT, FP201682), MAIS A *
      * HORA-ATIVIDADE (% DA TABELA) E O   *
      * DSR DE 1/6. GRAVA OS PROVENTOS EM  *
      * CADLANC.DAT NA CHAPA DO PROFESSOR  *
      * (RUBRICAS 915 HORA-AULA, 916       *
      * HORA-ATIVIDADE E 917 DSR, CRIADAS  *
      * EM CADEVENTO.DAT SE AUSENTES), QUE *
      * A FOLHA FP201614 CALCULA. O        *
      * REPROCESSAMENTO DA COMPETENCIA     *
      * SUBSTITUI OS LANCAMENTOS ANTIGOS.  *
      * CONFERENCIA POR PROFESSOR E        *
      * DISCIPLINA EM RELHAULA.TXT         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PRF-CODIGO
                    FILE STATUS  IS ST-PROF
                    ALTERNATE RECORD KEY IS PRF-NOME
                               WITH DUPLICATES.
       SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIS-CODIGO
                    FILE STATUS  IS ST-DISC
                    ALTERNATE RECORD KEY IS DIS-DENOM
                               WITH DUPLICATES.
       SELECT CADMATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MAT-CHAVE
                    FILE STATUS  IS ST-MAT.
       SELECT CADHORAULA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HAU-TITULACAO
                    FILE STATUS  IS ST-HAU.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADEVENTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVE-CODIGO
                    FILE STATUS  IS ST-EVE.
       SELECT CADLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LAN-CHAVE
                    FILE STATUS  IS ST-LANC.
       SELECT RELHAULA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROF.DAT".
       01 REGPROF.
                03 PRF-CODIGO    PIC 9(03).
                03 PRF-NOME      PIC X(30).
                03 PRF-TITULACAO PIC X(01).
                03 PRF-CHAPA     PIC 9(05).
                03 PRF-CHAPA-X REDEFINES PRF-CHAPA PIC X(05).
                03 FILLER        PIC X(11).
      *
       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DIS-CODIGO     PIC X(03).
                03 DIS-DENOM      PIC X(30).
                03 DIS-CARGA      PIC 9(03).
                03 DIS-PROFESSOR  PIC X(30).
                03 DIS-AVALIACAO.
                   05 DIS-NUMAVAL PIC 9(01).
                   05 DIS-PESO1   PIC 9(02).
                   05 DIS-PESO2   PIC 9(02).
                   05 DIS-PESO3   PIC 9(02).
                   05 DIS-PESO4   PIC 9(02).
                03 DIS-AVALIACAO-X REDEFINES DIS-AVALIACAO
                                  PIC X(09).
                03 DIS-PROFCOD    PIC 9(03).
                03 DIS-PROFCOD-X REDEFINES DIS-PROFCOD PIC X(03).
                03 FILLER         PIC X(02).
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
       FD CADHORAULA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORAULA.DAT".
       01 REGHORAULA.
                03 HAU-TITULACAO PIC X(01).
                03 HAU-VALOR     PIC 9(3)V99.
                03 HAU-PERC-ATIV PIC 9(2)V99.
                03 FILLER        PIC X(30).
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
                03 FUN-EMPRESA         PIC 9(01).
                03 FILLER              PIC X(22).
      *
       FD CADEVENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVENTO.DAT".
       01 REGEVENTO.
                03 EVE-CODIGO    PIC 9(03).
                03 EVE-DENOM     PIC X(20).
                03 EVE-TIPO      PIC X(01).
                03 FILLER        PIC X(16).
      *
       FD CADLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLANC.DAT".
       01 REGLANC.
                03 LAN-CHAVE.
                   05 LAN-CHAPA      PIC 9(05).
                   05 LAN-COMP.
                      07 LAN-COMP-MES PIC 9(02).
                      07 LAN-COMP-ANO PIC 9(04).
                   05 LAN-EVENTO     PIC 9(03).
                03 LAN-VALOR      PIC 9(6)V99.
                03 FILLER         PIC X(18).
      *
       FD RELHAULA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHAULA.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PROF      PIC X(02) VALUE "00".
       77 ST-DISC      PIC X(02) VALUE "00".
       77 ST-MAT       PIC X(02) VALUE "00".
       77 ST-HAU       PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-EVE       PIC X(02) VALUE "00".
       77 ST-LANC      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-PROFS      PIC 9(04) VALUE ZEROS.
       77 W-PAGOS      PIC 9(04) VALUE ZEROS.
       77 W-REJEITADOS PIC 9(04) VALUE ZEROS.
       77 W-EXCLUIDOS  PIC 9(06) VALUE ZEROS.
       77 W-GRAVADOS   PIC 9(06) VALUE ZEROS.
       77 W-SEM-PROF   PIC 9(04) VALUE ZEROS.
       77 W-TURMAS     PIC 9(03) VALUE ZEROS.
       77 W-T          PIC 9(03) VALUE ZEROS.
       77 W-QTDE-DISC  PIC 9(03) VALUE ZEROS.
       77 W-SEMANAS    PIC 9(02) VALUE ZEROS.
       01 W-AULAS-SEM  PIC 9(3)V99 VALUE ZEROS.
       01 W-AULAS-MES  PIC 9(4)V99 VALUE ZEROS.
       01 W-TOT-AULAS  PIC 9(4)V99 VALUE ZEROS.
       01 W-VLR-AULAS  PIC 9(6)V99 VALUE ZEROS.
       01 W-VLR-ATIV   PIC 9(6)V99 VALUE ZEROS.
       01 W-VLR-DSR    PIC 9(6)V99 VALUE ZEROS.
       01 W-VLR-TOTAL  PIC 9(6)V99 VALUE ZEROS.
       01 W-TOT-GERAL  PIC 9(8)V99 VALUE ZEROS.
       01 W-EV-CODIGO  PIC 9(03) VALUE ZEROS.
       01 W-EV-DENOM   PIC X(20) VALUE SPACES.
       01 W-EV-VALOR   PIC 9(6)V99 VALUE ZEROS.
       01 W-MOTIVO     PIC X(45) VALUE SPACES.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).
       01 W-PERIODO.
          03 W-PER-ANO       PIC 9(04).
          03 W-PER-SEM       PIC 9(01).

      * TURMAS DO PERIODO: DISCIPLINAS COM MATRICULA ATIVA
       01 TAB-TURMA.
          03 TTU-ITEM OCCURS 300 TIMES.
             05 TTU-DISC       PIC X(03).
             05 TTU-ALUNOS     PIC 9(04).
             05 TTU-PROF       PIC X(01).

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(45)
               VALUE "CONFERENCIA DA HORA-AULA DOS PROFESSORES".
       01 LIN-CAB2.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(13) VALUE "COMPETENCIA: ".
          03 LC-COMP-MES   PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-COMP-ANO   PIC 9999.
          03 FILLER        PIC X(12) VALUE "  PERIODO: ".
          03 LC-PER-ANO    PIC 9999.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-PER-SEM    PIC 9.
          03 FILLER        PIC X(12) VALUE "  SEMANAS: ".
          03 LC-SEMANAS    PIC Z9.
       01 LIN-PROF.
          03 FILLER        PIC X(11) VALUE "PROFESSOR: ".
          03 LP-COD        PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LP-NOME       PIC X(30).
          03 FILLER        PIC X(13) VALUE "  TITULACAO: ".
          03 LP-TITULACAO  PIC X(01).
          03 FILLER        PIC X(09) VALUE "  CHAPA: ".
          03 LP-CHAPA      PIC 9(05).
       01 LIN-DISCAB.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(06) VALUE "DISC".
          03 FILLER        PIC X(32) VALUE "DENOMINACAO".
          03 FILLER        PIC X(08) VALUE "CARGA".
          03 FILLER        PIC X(08) VALUE "ALUNOS".
          03 FILLER        PIC X(11) VALUE "AULAS/SEM".
          03 FILLER        PIC X(11) VALUE "AULAS/MES".
       01 LIN-DISDET.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LD-COD        PIC X(03).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-DENOM      PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-CARGA      PIC ZZZ9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-ALUNOS     PIC ZZZ9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-AULAS-SEM  PIC ZZ9,99.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-AULAS-MES  PIC ZZZ9,99.
       01 LIN-SEMTURMA.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(45)
               VALUE "SEM TURMAS NO PERIODO - NADA A LANCAR".
       01 LIN-AULAS.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(25) VALUE "HORA-AULA (RUB. 915)".
          03 LT-AULAS      PIC ZZZ9,99.
          03 FILLER        PIC X(13) VALUE " AULAS X R$ ".
          03 LT-VALOR-HORA PIC ZZ9,99.
          03 FILLER        PIC X(03) VALUE " = ".
          03 LT-VLR-AULAS  PIC ZZZ.ZZ9,99.
       01 LIN-ATIV.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(25) VALUE "HORA-ATIVIDADE (RUB. 916)".
          03 LT-PERC       PIC Z9,99.
          03 FILLER        PIC X(27) VALUE "% DAS AULAS".
          03 LT-VLR-ATIV   PIC ZZZ.ZZ9,99.
       01 LIN-DSR.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(57)
               VALUE "DSR 1/6 (RUB. 917)".
          03 LT-VLR-DSR    PIC ZZZ.ZZ9,99.
       01 LIN-TOTPROF.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(57)
               VALUE "TOTAL LANCADO NA FOLHA".
          03 LT-VLR-TOTAL  PIC ZZZ.ZZ9,99.
       01 LIN-MOTIVO.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(20) VALUE "*** NAO LANCADO: ".
          03 LM-MOTIVO     PIC X(45).
       01 LIN-ORFCAB.
          03 FILLER        PIC X(50)
               VALUE "TURMAS DO PERIODO SEM PROFESSOR (NAO PAGAS)".
       01 LIN-ORFDET.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LO-COD        PIC X(03).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LO-DENOM      PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-ALUNOS     PIC ZZZ9.
          03 FILLER        PIC X(08) VALUE " ALUNOS".
       01 LIN-RODAPE1.
          03 FILLER        PIC X(30)
               VALUE "PROFESSORES LIDOS .........: ".
          03 RD-PROFS      PIC ZZZ9.
       01 LIN-RODAPE2.
          03 FILLER        PIC X(30)
               VALUE "PROFESSORES LANCADOS ......: ".
          03 RD-PAGOS      PIC ZZZ9.
       01 LIN-RODAPE3.
          03 FILLER        PIC X(30)
               VALUE "PROFESSORES NAO LANCADOS ..: ".
          03 RD-REJEITADOS PIC ZZZ9.
       01 LIN-RODAPE4.
          03 FILLER        PIC X(30)
               VALUE "TOTAL LANCADO NA FOLHA ....: ".
          03 RD-TOTAL      PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT CADPROF
                IF ST-PROF NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROF - "
                            ST-PROF
                   GO TO ROT-FIMS.
                OPEN INPUT CADDISC
                IF ST-DISC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDISC - "
                            ST-DISC
                   CLOSE CADPROF
                   GO TO ROT-FIMS.
                OPEN INPUT CADMATRI
                IF ST-MAT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMATRI - "
                            ST-MAT
                   CLOSE CADPROF CADDISC
                   GO TO ROT-FIMS.
                OPEN INPUT CADHORAULA
                IF ST-HAU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHORAULA - "
                            ST-HAU
                   CLOSE CADPROF CADDISC CADMATRI
                   GO TO ROT-FIMS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                            ST-FUNC
                   CLOSE CADPROF CADDISC CADMATRI CADHORAULA
                   GO TO ROT-FIMS.
                OPEN I-O CADEVENTO
                IF ST-EVE NOT = "00"
                   IF ST-EVE = "30" OR "35"
                      OPEN OUTPUT CADEVENTO
                      CLOSE CADEVENTO
                      OPEN I-O CADEVENTO
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEVENTO - "
                               ST-EVE
                      CLOSE CADPROF CADDISC CADMATRI CADHORAULA
                            CADFUNC
                      GO TO ROT-FIMS.
                OPEN I-O CADLANC
                IF ST-LANC NOT = "00"
                   IF ST-LANC = "30" OR "35"
                      OPEN OUTPUT CADLANC
                      CLOSE CADLANC
                      OPEN I-O CADLANC
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLANC - "
                               ST-LANC
                      CLOSE CADPROF CADDISC CADMATRI CADHORAULA
                            CADFUNC CADEVENTO
                      GO TO ROT-FIMS.
                OPEN OUTPUT RELHAULA
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELHAULA - "
                            ST-REL
                   CLOSE CADPROF CADDISC CADMATRI CADHORAULA
                         CADFUNC CADEVENTO CADLANC
                   GO TO ROT-FIMS.
      *
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA DA FOLHA (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12 OR
                   W-COMP-ANO < 1900
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
       PEDE-PERIODO.
                DISPLAY "PERIODO LETIVO EM AULA (AAAAS): "
                ACCEPT W-PERIODO FROM CONSOLE
                IF W-PER-ANO < 1900 OR
                   (W-PER-SEM NOT = 1 AND W-PER-SEM NOT = 2)
                   DISPLAY "*** PERIODO INVALIDO ***"
                   GO TO PEDE-PERIODO.
       PEDE-SEMANAS.
                DISPLAY "SEMANAS LETIVAS DO PERIODO (0 = 18): "
                ACCEPT W-SEMANAS FROM CONSOLE
                IF W-SEMANAS = ZEROS
                   MOVE 18 TO W-SEMANAS.
      *
       PREPARA-EVENTOS.
                MOVE 915 TO W-EV-CODIGO
                MOVE "HORA-AULA" TO W-EV-DENOM
                PERFORM GARANTE-EVENTO THRU GARANTE-EVENTO-FIM
                MOVE 916 TO W-EV-CODIGO
                MOVE "HORA-ATIVIDADE" TO W-EV-DENOM
                PERFORM GARANTE-EVENTO THRU GARANTE-EVENTO-FIM
                MOVE 917 TO W-EV-CODIGO
                MOVE "DSR HORA-AULA" TO W-EV-DENOM
                PERFORM GARANTE-EVENTO THRU GARANTE-EVENTO-FIM
                PERFORM LIMPA-LANC THRU LIMPA-LANC-FIM
                PERFORM MONTA-TURMAS THRU MONTA-TURMAS-FIM
                MOVE W-COMP-MES TO LC-COMP-MES
                MOVE W-COMP-ANO TO LC-COMP-ANO
                MOVE W-PER-ANO TO LC-PER-ANO
                MOVE W-PER-SEM TO LC-PER-SEM
                MOVE W-SEMANAS TO LC-SEMANAS
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-CAB2
                MOVE SPACES TO REGREL
                WRITE REGREL.
      *
      **********************************
      * UM PROFESSOR POR VEZ COM SUAS  *
      * TURMAS DO PERIODO              *
      **********************************
      *
       LE-PROF.
                READ CADPROF NEXT RECORD
                     AT END GO TO LISTA-ORFAS.
                ADD 1 TO W-PROFS
                PERFORM APURA-PROF THRU APURA-PROF-FIM
                GO TO LE-PROF.
      *
       APURA-PROF.
                IF PRF-CHAPA-X NOT NUMERIC
                   MOVE ZEROS TO PRF-CHAPA.
                WRITE REGREL FROM LIN-TRACO
                MOVE PRF-CODIGO TO LP-COD
                MOVE PRF-NOME TO LP-NOME
                MOVE PRF-TITULACAO TO LP-TITULACAO
                MOVE PRF-CHAPA TO LP-CHAPA
                WRITE REGREL FROM LIN-PROF
                WRITE REGREL FROM LIN-DISCAB
                MOVE ZEROS TO W-TOT-AULAS W-QTDE-DISC
                MOVE LOW-VALUES TO DIS-CODIGO
                START CADDISC KEY IS NOT LESS THAN DIS-CODIGO
                     INVALID KEY GO TO APURA-PROF-TOT.
       APURA-PROF-LE.
                READ CADDISC NEXT RECORD
                     AT END GO TO APURA-PROF-TOT.
                IF DIS-PROFCOD-X NOT NUMERIC
                   GO TO APURA-PROF-LE.
                IF DIS-PROFCOD NOT = PRF-CODIGO
                   GO TO APURA-PROF-LE.
                MOVE 1 TO W-T.
       APURA-PROF-TURMA.
                IF W-T > W-TURMAS
                   GO TO APURA-PROF-LE.
                IF TTU-DISC (W-T) = DIS-CODIGO
                   GO TO APURA-PROF-SOMA.
                ADD 1 TO W-T
                GO TO APURA-PROF-TURMA.
       APURA-PROF-SOMA.
                MOVE "S" TO TTU-PROF (W-T)
                COMPUTE W-AULAS-SEM ROUNDED = DIS-CARGA / W-SEMANAS
                COMPUTE W-AULAS-MES ROUNDED = W-AULAS-SEM * 4,5
                ADD W-AULAS-MES TO W-TOT-AULAS
                ADD 1 TO W-QTDE-DISC
                MOVE DIS-CODIGO TO LD-COD
                MOVE DIS-DENOM TO LD-DENOM
                MOVE DIS-CARGA TO LD-CARGA
                MOVE TTU-ALUNOS (W-T) TO LD-ALUNOS
                MOVE W-AULAS-SEM TO LD-AULAS-SEM
                MOVE W-AULAS-MES TO LD-AULAS-MES
                WRITE REGREL FROM LIN-DISDET
                GO TO APURA-PROF-LE.
       APURA-PROF-TOT.
                IF W-QTDE-DISC = ZEROS
                   WRITE REGREL FROM LIN-SEMTURMA
                   GO TO APURA-PROF-FIM.
                IF PRF-CHAPA = ZEROS
                   MOVE "PROFESSOR SEM CHAPA DA FOLHA" TO W-MOTIVO
                   GO TO APURA-PROF-REJ.
                MOVE PRF-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        MOVE "CHAPA NAO CADASTRADA EM CADFUNC"
                                                     TO W-MOTIVO
                        GO TO APURA-PROF-REJ.
                IF DATADEMIS NOT = ZEROS
                   MOVE "FUNCIONARIO DEMITIDO" TO W-MOTIVO
                   GO TO APURA-PROF-REJ.
                MOVE PRF-TITULACAO TO HAU-TITULACAO
                READ CADHORAULA
                     INVALID KEY
                        MOVE "TITULACAO SEM VALOR EM CADHORAULA"
                                                     TO W-MOTIVO
                        GO TO APURA-PROF-REJ.
                COMPUTE W-VLR-AULAS ROUNDED = W-TOT-AULAS * HAU-VALOR
                COMPUTE W-VLR-ATIV ROUNDED =
                        W-VLR-AULAS * HAU-PERC-ATIV / 100
                COMPUTE W-VLR-DSR ROUNDED =
                        (W-VLR-AULAS + W-VLR-ATIV) / 6
                COMPUTE W-VLR-TOTAL = W-VLR-AULAS + W-VLR-ATIV
                                    + W-VLR-DSR
                MOVE W-TOT-AULAS TO LT-AULAS
                MOVE HAU-VALOR TO LT-VALOR-HORA
                MOVE W-VLR-AULAS TO LT-VLR-AULAS
                WRITE REGREL FROM LIN-AULAS
                MOVE HAU-PERC-ATIV TO LT-PERC
                MOVE W-VLR-ATIV TO LT-VLR-ATIV
                WRITE REGREL FROM LIN-ATIV
                MOVE W-VLR-DSR TO LT-VLR-DSR
                WRITE REGREL FROM LIN-DSR
                MOVE W-VLR-TOTAL TO LT-VLR-TOTAL
                WRITE REGREL FROM LIN-TOTPROF
                MOVE 915 TO W-EV-CODIGO
                MOVE W-VLR-AULAS TO W-EV-VALOR
                PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
                MOVE 916 TO W-EV-CODIGO
                MOVE W-VLR-ATIV TO W-EV-VALOR
                PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
                MOVE 917 TO W-EV-CODIGO
                MOVE W-VLR-DSR TO W-EV-VALOR
                PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
                ADD 1 TO W-PAGOS
                ADD W-VLR-TOTAL TO W-TOT-GERAL
                GO TO APURA-PROF-FIM.
       APURA-PROF-REJ.
                MOVE W-MOTIVO TO LM-MOTIVO
                WRITE REGREL FROM LIN-MOTIVO
                ADD 1 TO W-REJEITADOS.
       APURA-PROF-FIM.
                EXIT.
      *
      **********************************
      * TURMAS DO PERIODO SEM          *
      * PROFESSOR CADASTRADO           *
      **********************************
      *
       LISTA-ORFAS.
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-ORFCAB
                MOVE 1 TO W-T.
       LISTA-ORFAS-LOOP.
                IF W-T > W-TURMAS
                   GO TO ROT-RODAPE.
                IF TTU-PROF (W-T) = "S"
                   ADD 1 TO W-T
                   GO TO LISTA-ORFAS-LOOP.
                MOVE TTU-DISC (W-T) TO DIS-CODIGO LO-COD
                MOVE "*** NAO CADASTRADA ***" TO LO-DENOM
                READ CADDISC
                     NOT INVALID KEY
                        MOVE DIS-DENOM TO LO-DENOM.
                MOVE TTU-ALUNOS (W-T) TO LO-ALUNOS
                WRITE REGREL FROM LIN-ORFDET
                ADD 1 TO W-SEM-PROF
                ADD 1 TO W-T
                GO TO LISTA-ORFAS-LOOP.
      *
       ROT-RODAPE.
                WRITE REGREL FROM LIN-TRACO
                MOVE W-PROFS TO RD-PROFS
                WRITE REGREL FROM LIN-RODAPE1
                MOVE W-PAGOS TO RD-PAGOS
                WRITE REGREL FROM LIN-RODAPE2
                MOVE W-REJEITADOS TO RD-REJEITADOS
                WRITE REGREL FROM LIN-RODAPE3
                MOVE W-TOT-GERAL TO RD-TOTAL
                WRITE REGREL FROM LIN-RODAPE4
                DISPLAY "TURMAS NO PERIODO ........: " W-TURMAS
                DISPLAY "TURMAS SEM PROFESSOR .....: " W-SEM-PROF
                DISPLAY "PROFESSORES LANCADOS .....: " W-PAGOS
                DISPLAY "PROFESSORES NAO LANCADOS .: " W-REJEITADOS
                DISPLAY "LANCAMENTOS SUBSTITUIDOS .: " W-EXCLUIDOS
                DISPLAY "LANCAMENTOS GRAVADOS .....: " W-GRAVADOS
                DISPLAY "RELATORIO GRAVADO EM RELHAULA.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADPROF CADDISC CADMATRI CADHORAULA CADFUNC
                      CADEVENTO CADLANC RELHAULA.
       ROT-FIMS.
                STOP RUN.
      *
      **********************************
      * RUBRICA DE HORA-AULA EM        *
      * CADEVENTO.DAT: CRIADA COMO     *
      * PROVENTO SE AINDA NAO EXISTIR  *
      **********************************
      *
       GARANTE-EVENTO.
                MOVE W-EV-CODIGO TO EVE-CODIGO
                READ CADEVENTO
                     NOT INVALID KEY GO TO GARANTE-EVENTO-FIM.
                MOVE SPACES TO REGEVENTO
                MOVE W-EV-CODIGO TO EVE-CODIGO
                MOVE W-EV-DENOM TO EVE-DENOM
                MOVE "P" TO EVE-TIPO
                WRITE REGEVENTO
                IF ST-EVE NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DO CADEVENTO - EVENTO "
                           W-EV-CODIGO " - " ST-EVE.
       GARANTE-EVENTO-FIM.
                EXIT.
      *
      **********************************
      * REPROCESSAMENTO: EXCLUI AS     *
      * RUBRICAS 915 A 917 JA GRAVADAS *
      * NA COMPETENCIA                 *
      **********************************
      *
       LIMPA-LANC.
                MOVE ZEROS TO LAN-CHAVE
                START CADLANC KEY IS NOT LESS THAN LAN-CHAVE
                     INVALID KEY GO TO LIMPA-LANC-FIM.
       LIMPA-LANC-LE.
                READ CADLANC NEXT RECORD
                     AT END GO TO LIMPA-LANC-FIM.
                IF LAN-COMP-MES NOT = W-COMP-MES OR
                   LAN-COMP-ANO NOT = W-COMP-ANO
                   GO TO LIMPA-LANC-LE.
                IF LAN-EVENTO < 915 OR LAN-EVENTO > 917
                   GO TO LIMPA-LANC-LE.
                DELETE CADLANC RECORD
                IF ST-LANC = "00"
                   ADD 1 TO W-EXCLUIDOS.
                GO TO LIMPA-LANC-LE.
       LIMPA-LANC-FIM.
                EXIT.
      *
      **********************************
      * TURMAS DO PERIODO: DISCIPLINAS *
      * COM MATRICULA ATIVA (A) EM     *
      * CADMATRI.DAT E SEUS ALUNOS     *
      **********************************
      *
       MONTA-TURMAS.
                MOVE ZEROS TO W-TURMAS.
       MONTA-TURMAS-LE.
                READ CADMATRI NEXT RECORD
                     AT END GO TO MONTA-TURMAS-FIM.
                IF MAT-PER-ANO NOT = W-PER-ANO OR
                   MAT-PER-SEM NOT = W-PER-SEM
                   GO TO MONTA-TURMAS-LE.
                IF MAT-SITUACAO NOT = "A"
                   GO TO MONTA-TURMAS-LE.
                MOVE 1 TO W-T.
       MONTA-TURMAS-BUSCA.
                IF W-T > W-TURMAS GO TO MONTA-TURMAS-NOVA.
                IF TTU-DISC (W-T) = MAT-DISC
                   GO TO MONTA-TURMAS-SOMA.
                ADD 1 TO W-T
                GO TO MONTA-TURMAS-BUSCA.
       MONTA-TURMAS-NOVA.
                IF W-TURMAS NOT < 300
                   DISPLAY "AVISO: MAIS DE 300 TURMAS - DISCIPLINA "
                           MAT-DISC " IGNORADA"
                   GO TO MONTA-TURMAS-LE.
                ADD 1 TO W-TURMAS
                MOVE W-TURMAS TO W-T
                MOVE MAT-DISC TO TTU-DISC (W-T)
                MOVE ZEROS TO TTU-ALUNOS (W-T)
                MOVE "N" TO TTU-PROF (W-T).
       MONTA-TURMAS-SOMA.
                ADD 1 TO TTU-ALUNOS (W-T)
                GO TO MONTA-TURMAS-LE.
       MONTA-TURMAS-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO DO MES NA CHAPA DO  *
      * PROFESSOR; DOIS PROFESSORES NA *
      * MESMA CHAPA SOMAM NA RUBRICA   *
      **********************************
      *
       GRAVA-LANC.
                IF W-EV-VALOR = ZEROS
                   GO TO GRAVA-LANC-FIM.
                MOVE SPACES TO REGLANC
                MOVE PRF-CHAPA TO LAN-CHAPA
                MOVE W-COMP-MES TO LAN-COMP-MES
                MOVE W-COMP-ANO TO LAN-COMP-ANO
                MOVE W-EV-CODIGO TO LAN-EVENTO
                MOVE W-EV-VALOR TO LAN-VALOR
                WRITE REGLANC
                IF ST-LANC = "22"
                   READ CADLANC
                   ADD W-EV-VALOR TO LAN-VALOR
                   REWRITE REGLANC.
                IF ST-LANC NOT = "00" AND ST-LANC NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADLANC - CHAPA "
                           PRF-CHAPA " - " ST-LANC
                   GO TO GRAVA-LANC-FIM.
                ADD 1 TO W-GRAVADOS.
       GRAVA-LANC-FIM.
                EXIT.
