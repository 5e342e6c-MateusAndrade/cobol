       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201671.
       AUTHOR. MATEUS.
      **************************************
      * EXCECOES MENSAIS DE DEPENDENTES    *
      * (CADDEP.DAT) DOS FUNCIONARIOS      *
      * ATIVOS NA COMPETENCIA: SEM CPF,    *
      * SEM CLASSIFICACAO IRRF/SALARIO-    *
      * FAMILIA, FILHO QUE COMPLETA OU JA  *
      * COMPLETOU 14 ANOS AINDA MARCADO    *
      * PARA SALARIO-FAMILIA E FILHO QUE   *
      * COMPLETA 21 OU PASSOU DE 24 ANOS   *
      * AINDA MARCADO PARA O IRRF          *
      * (RELDEPEXC.TXT)                    *
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
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-DEP.
       SELECT RELDEPEXC ASSIGN TO DISK
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
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                   05 DEP-CHAPA      PIC 9(05).
                   05 DEP-SEQ        PIC 9(01).
                03 DEP-NOME          PIC X(30).
                03 DEP-NASC.
                   05 DEP-DIA        PIC 9(02).
                   05 DEP-MES        PIC 9(02).
                   05 DEP-ANO        PIC 9(04).
                03 DEP-CPF           PIC 9(11).
                03 DEP-TIPO          PIC X(01).
                03 DEP-IRRF          PIC X(01).
                03 DEP-SALFAM        PIC X(01).
                03 FILLER            PIC X(07).
      *
       FD RELDEPEXC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDEPEXC.TXT".
       01 REGREL                      PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-EMPRESA    PIC 9(01) VALUE 1.
       77 W-EMP-FUNC   PIC 9(01) VALUE 1.

       01 W-QT-DEP     PIC 9(06) VALUE ZEROS.
       01 W-QT-OCO     PIC 9(06) VALUE ZEROS.
       01 W-COMP-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-LIM-14     PIC 9(06) VALUE ZEROS.
       01 W-LIM-21     PIC 9(06) VALUE ZEROS.
       01 W-LIM-24     PIC 9(06) VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

       01 LIN-TITULO.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(50)
               VALUE "EXCECOES DE DEPENDENTES - CADDEP".
       01 LIN-COMP.
          03 FILLER        PIC X(13) VALUE "COMPETENCIA: ".
          03 LT-COMP-MES   PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-COMP-ANO   PIC 9(04).
          03 FILLER        PIC X(12) VALUE "   EMPRESA: ".
          03 LT-EMPRESA    PIC 9(01).
       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CABEC.
          03 FILLER        PIC X(06) VALUE "CHAPA".
          03 FILLER        PIC X(04) VALUE "SEQ".
          03 FILLER        PIC X(31) VALUE "DEPENDENTE".
          03 FILLER        PIC X(11) VALUE "NASCIMENTO".
          03 FILLER        PIC X(45) VALUE "OCORRENCIA".
       01 LIN-OCO.
          03 LO-CHAPA      PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-SEQ        PIC 9(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LO-DIA        PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-MES        PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-ANO        PIC 9(04).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LO-MOTIVO     PIC X(48).
       01 LIN-TOTAL.
          03 FILLER        PIC X(25) VALUE "DEPENDENTES LIDOS ...... ".
          03 LT-QT-DEP     PIC ZZZZZ9.
          03 FILLER        PIC X(20) VALUE "   OCORRENCIAS ... ".
          03 LT-QT-OCO     PIC ZZZZZ9.

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
                OPEN INPUT CADDEP
                IF ST-DEP NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDEP - "
                            ST-DEP
                   CLOSE CADFUNC
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELDEPEXC
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDEPEXC - "
                            ST-REL
                   CLOSE CADFUNC CADDEP
                   GO TO ROT-FIMS.
      *
       PEDE-EMPRESA.
                DISPLAY "EMPRESA (1-9): "
                ACCEPT W-EMPRESA FROM CONSOLE
                IF W-EMPRESA = ZEROS
                   DISPLAY "*** EMPRESA INVALIDA ***"
                   GO TO PEDE-EMPRESA.
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12 OR
                   W-COMP-ANO < 1900
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                COMPUTE W-COMP-AAAAMM = W-COMP-ANO * 100 + W-COMP-MES
                MOVE W-COMP-MES TO LT-COMP-MES
                MOVE W-COMP-ANO TO LT-COMP-ANO
                MOVE W-EMPRESA TO LT-EMPRESA
                WRITE REGREL FROM LIN-TITULO
                WRITE REGREL FROM LIN-COMP
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-CABEC
                WRITE REGREL FROM LIN-TRACO
                MOVE ZEROS TO DEP-CHAVE
                START CADDEP KEY IS NOT LESS THAN DEP-CHAVE
                     INVALID KEY GO TO ROT-TOTAL.
      *
       LE-001.
                READ CADDEP NEXT RECORD
                     AT END GO TO ROT-TOTAL.
                MOVE DEP-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY GO TO LE-001.
                IF DATADEMIS OF REGFUNC NOT = ZEROS
                   GO TO LE-001.
                MOVE 1 TO W-EMP-FUNC
                IF FUN-EMPRESA-X NUMERIC AND FUN-EMPRESA > ZEROS
                   MOVE FUN-EMPRESA TO W-EMP-FUNC.
                IF W-EMP-FUNC NOT = W-EMPRESA
                   GO TO LE-001.
                ADD 1 TO W-QT-DEP
                PERFORM VERIFICA-DEP THRU VERIFICA-DEP-FIM
                GO TO LE-001.
      *
      **********************************
      * OCORRENCIAS DO DEPENDENTE: UMA *
      * LINHA POR MOTIVO               *
      **********************************
      *
       VERIFICA-DEP.
                MOVE DEP-CHAPA TO LO-CHAPA
                MOVE DEP-SEQ TO LO-SEQ
                MOVE DEP-NOME TO LO-NOME
                MOVE DEP-DIA TO LO-DIA
                MOVE DEP-MES TO LO-MES
                MOVE DEP-ANO TO LO-ANO
                IF DEP-CPF = ZEROS
                   MOVE "DEPENDENTE SEM CPF" TO LO-MOTIVO
                   PERFORM GRAVA-OCO THRU GRAVA-OCO-FIM.
                IF DEP-IRRF = SPACES OR DEP-SALFAM = SPACES
                   MOVE "SEM CLASSIFICACAO IRRF/SALARIO-FAMILIA"
                        TO LO-MOTIVO
                   PERFORM GRAVA-OCO THRU GRAVA-OCO-FIM.
                COMPUTE W-LIM-14 = (DEP-ANO + 14) * 100 + DEP-MES
                COMPUTE W-LIM-21 = (DEP-ANO + 21) * 100 + DEP-MES
                COMPUTE W-LIM-24 = (DEP-ANO + 24) * 100 + DEP-MES
                IF DEP-SALFAM = "S" AND W-LIM-14 = W-COMP-AAAAMM
                   MOVE "COMPLETA 14 ANOS - ULTIMA COTA SALARIO-FAMILIA"
                        TO LO-MOTIVO
                   PERFORM GRAVA-OCO THRU GRAVA-OCO-FIM.
                IF DEP-SALFAM = "S" AND W-LIM-14 < W-COMP-AAAAMM
                   MOVE "MAIOR DE 14 ANOS - DESMARCAR SALARIO-FAMILIA"
                        TO LO-MOTIVO
                   PERFORM GRAVA-OCO THRU GRAVA-OCO-FIM.
                IF DEP-TIPO NOT = "F" OR DEP-IRRF NOT = "S"
                   GO TO VERIFICA-DEP-FIM.
                IF W-LIM-21 = W-COMP-AAAAMM
                   MOVE "COMPLETA 21 ANOS - CONFIRMAR DEPENDENCIA IRRF"
                        TO LO-MOTIVO
                   PERFORM GRAVA-OCO THRU GRAVA-OCO-FIM.
                IF W-LIM-24 < W-COMP-AAAAMM
                   MOVE "MAIOR DE 24 ANOS - DESMARCAR DEPENDENCIA IRRF"
                        TO LO-MOTIVO
                   PERFORM GRAVA-OCO THRU GRAVA-OCO-FIM.
       VERIFICA-DEP-FIM.
                EXIT.
      *
       GRAVA-OCO.
                WRITE REGREL FROM LIN-OCO
                ADD 1 TO W-QT-OCO.
       GRAVA-OCO-FIM.
                EXIT.
      *
       ROT-TOTAL.
                WRITE REGREL FROM LIN-TRACO
                MOVE W-QT-DEP TO LT-QT-DEP
                MOVE W-QT-OCO TO LT-QT-OCO
                WRITE REGREL FROM LIN-TOTAL
                DISPLAY "DEPENDENTES LIDOS .: " W-QT-DEP
                DISPLAY "OCORRENCIAS .......: " W-QT-OCO
                DISPLAY "VER RELDEPEXC.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADDEP RELDEPEXC.
       ROT-FIMS.
                STOP RUN.
