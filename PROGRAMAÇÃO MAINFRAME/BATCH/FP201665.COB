       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201665.
       AUTHOR. MATEUS.
      **************************************
      * CONSULTA DO DETALHE DA FOLHA POR   *
      * RUBRICA (FOLHAEVT.DAT OU PREVIA    *
      * FOLHAEVS.DAT) POR CHAPA E          *
      * COMPETENCIA                        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FOLHAEVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-EVT.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FOLHAEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-EVT-NOME.
       01 REGFEVT.
                03 FE-CHAVE.
                   05 FE-CHAPA       PIC 9(05).
                   05 FE-COMP.
                      07 FE-COMP-MES PIC 9(02).
                      07 FE-COMP-ANO PIC 9(04).
                   05 FE-EVENTO      PIC 9(03).
                03 FE-DENOM          PIC X(20).
                03 FE-TIPO           PIC X(01).
                03 FE-REFER          PIC 9(3)V99.
                03 FE-VALOR          PIC 9(6)V99.
                03 FE-EMPRESA        PIC 9(01).
                03 FE-DATA-CALC      PIC 9(08).
                03 FILLER            PIC X(23).
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
                03 FILLER              PIC X(23).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-EVT       PIC X(02) VALUE "00".
       77 W-EVT-NOME   PIC X(12) VALUE "FOLHAEVT.DAT".
       77 W-PREVIA     PIC X(01) VALUE "N".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-CHAPA      PIC 9(05) VALUE ZEROS.
       77 W-ACH        PIC 9(02) VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

       01 W-TOT-PROV         PIC 9(7)V99 VALUE ZEROS.
       01 W-TOT-DESC         PIC 9(7)V99 VALUE ZEROS.
       01 W-TOT-BASE         PIC 9(7)V99 VALUE ZEROS.
       01 W-LIQ-CALC         PIC S9(7)V99 VALUE ZEROS.

       01 LIN-DET.
          03 LD-EVENTO     PIC 999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DENOM      PIC X(20).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-REFER      PIC ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-PROV       PIC ZZZ.ZZZ,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DESC       PIC ZZZ.ZZZ,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-BASE       PIC ZZZ.ZZZ,99.
       01 LIN-TOT.
          03 FILLER        PIC X(35) VALUE "TOTAIS".
          03 LT-PROV       PIC Z.ZZZ.ZZZ,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LT-DESC       PIC Z.ZZZ.ZZZ,99.
       01 LIN-LIQ.
          03 FILLER        PIC X(35) VALUE "LIQUIDO".
          03 LL-LIQUIDO    PIC Z.ZZZ.ZZZ,99-.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PEDE-PREVIA.
                DISPLAY "CONSULTAR A PREVIA DA FOLHA (S/N)? "
                ACCEPT W-PREVIA FROM CONSOLE
                IF W-PREVIA = "s"
                   MOVE "S" TO W-PREVIA.
                IF W-PREVIA NOT = "S" AND "N" AND "n"
                   GO TO PEDE-PREVIA.
                IF W-PREVIA = "S"
                   MOVE "FOLHAEVS.DAT" TO W-EVT-NOME.
       ABRE-001.
                OPEN INPUT FOLHAEVT
                IF ST-EVT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-EVT-NOME
                           " - " ST-EVT
                   GO TO ROT-FIMS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                            ST-FUNC
                   CLOSE FOLHAEVT
                   GO TO ROT-FIMS.
      *
       PEDE-CHAPA.
                DISPLAY " "
                DISPLAY "CHAPA (0 = SAIR): "
                ACCEPT W-CHAPA FROM CONSOLE
                IF W-CHAPA = ZEROS
                   GO TO ROT-FIM.
                MOVE W-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        DISPLAY "*** CHAPA NAO CADASTRADA ***"
                        GO TO PEDE-CHAPA.
                DISPLAY "FUNCIONARIO: " NOME.
       PEDE-COMPETENCIA.
                DISPLAY "COMPETENCIA (MMAAAA): "
                ACCEPT W-COMPETENCIA FROM CONSOLE
                IF W-COMP-MES = ZEROS OR W-COMP-MES > 12
                   DISPLAY "*** COMPETENCIA INVALIDA ***"
                   GO TO PEDE-COMPETENCIA.
                MOVE ZEROS TO W-TOT-PROV W-TOT-DESC W-TOT-BASE W-ACH
                MOVE W-CHAPA TO FE-CHAPA
                MOVE W-COMP-MES TO FE-COMP-MES
                MOVE W-COMP-ANO TO FE-COMP-ANO
                MOVE ZEROS TO FE-EVENTO
                START FOLHAEVT KEY IS NOT LESS THAN FE-CHAVE
                     INVALID KEY GO TO MOSTRA-TOT.
                DISPLAY "EVT  RUBRICA               REFER.    "
                        "PROVENTO    DESCONTO        BASE".
       LE-EVT.
                READ FOLHAEVT NEXT RECORD
                     AT END GO TO MOSTRA-TOT.
                IF FE-CHAPA NOT = W-CHAPA OR
                   FE-COMP-MES NOT = W-COMP-MES OR
                   FE-COMP-ANO NOT = W-COMP-ANO
                   GO TO MOSTRA-TOT.
                MOVE FE-EVENTO TO LD-EVENTO
                MOVE FE-DENOM TO LD-DENOM
                MOVE FE-REFER TO LD-REFER
                MOVE ZEROS TO LD-PROV LD-DESC LD-BASE
                IF FE-TIPO = "P"
                   MOVE FE-VALOR TO LD-PROV
                   ADD FE-VALOR TO W-TOT-PROV
                ELSE
                   IF FE-TIPO = "D"
                      MOVE FE-VALOR TO LD-DESC
                      ADD FE-VALOR TO W-TOT-DESC
                   ELSE
                      MOVE FE-VALOR TO LD-BASE
                      ADD FE-VALOR TO W-TOT-BASE.
                DISPLAY LIN-DET
                ADD 1 TO W-ACH
                GO TO LE-EVT.
       MOSTRA-TOT.
                IF W-ACH = ZEROS
                   DISPLAY "*** SEM DETALHE DE FOLHA NA COMPETENCIA ***"
                   GO TO PEDE-CHAPA.
                MOVE W-TOT-PROV TO LT-PROV
                MOVE W-TOT-DESC TO LT-DESC
                DISPLAY LIN-TOT
                COMPUTE W-LIQ-CALC = W-TOT-PROV - W-TOT-DESC
                MOVE W-LIQ-CALC TO LL-LIQUIDO
                DISPLAY LIN-LIQ
                GO TO PEDE-CHAPA.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE FOLHAEVT CADFUNC.
       ROT-FIMS.
                STOP RUN.
