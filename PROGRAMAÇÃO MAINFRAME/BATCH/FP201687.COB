       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201687.
       AUTHOR. MATEUS.
      **************************************
      * CONVERSAO DO HISTORICO DE FOLHA    *
      * PARA O LAYOUT COM TIPO E SEQUENCIA *
      * NA CHAVE: LE O ARQUIVO NO LAYOUT   *
      * ANTIGO (CHAPA + COMPETENCIA),      *
      * RENOMEADO ANTES PARA .ANT, E GRAVA *
      * CADA COMPETENCIA COMO FOLHA NORMAL *
      * (TIPO N, SEQUENCIA 01) NO ARQUIVO  *
      * NOVO. SERVE PARA FOLHAHIST.DAT E   *
      * PARA OS ARQUIVOS MORTOS            *
      * FHIST<AAAA>.DAT. RODAR UMA VEZ POR *
      * ARQUIVO, ANTES DE QUALQUER CALCULO *
      * NO LAYOUT NOVO                     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FHANTIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FHO-CHAVE
                    FILE STATUS  IS ST-ANT.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FH-CHAVE
                    FILE STATUS  IS ST-HIST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FHANTIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ANT-NOME.
       01 REGFHANT.
                03 FHO-CHAVE.
                   05 FHO-CHAPA       PIC 9(05).
                   05 FHO-COMP.
                      07 FHO-COMP-MES PIC 9(02).
                      07 FHO-COMP-ANO PIC 9(04).
                03 FHO-BRUTO          PIC 9(6)V99.
                03 FHO-INSS           PIC 9(6)V99.
                03 FHO-IRRF           PIC 9(6)V99.
                03 FHO-LIQUIDO        PIC 9(6)V99.
                03 FHO-DATA-CALC      PIC 9(08).
                03 FHO-FGTS           PIC 9(6)V99.
                03 FHO-EMPRESA        PIC 9(01).
                03 FILLER             PIC X(04).
      *
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-HIST-NOME.
       01 REGFHIST.
                03 FH-CHAVE.
                   05 FH-CHAPA       PIC 9(05).
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
                03 FH-EMPRESA        PIC 9(01).
                03 FH-EMPRESA-X REDEFINES FH-EMPRESA PIC X(01).
                03 FILLER            PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT       PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 W-ANT-NOME   PIC X(15) VALUE SPACES.
       77 W-HIST-NOME  PIC X(15) VALUE SPACES.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-GRAVADOS   PIC 9(07) VALUE ZEROS.
       77 W-REGRAVADOS PIC 9(07) VALUE ZEROS.
       77 W-ERROS      PIC 9(07) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PEDE-NOMES.
                DISPLAY "ARQUIVO DE ORIGEM, LAYOUT ANTIGO "
                        "(BRANCO = FOLHAHIST.ANT): "
                ACCEPT W-ANT-NOME FROM CONSOLE
                IF W-ANT-NOME = SPACES
                   MOVE "FOLHAHIST.ANT" TO W-ANT-NOME.
                DISPLAY "ARQUIVO DE DESTINO, LAYOUT NOVO "
                        "(BRANCO = FOLHAHIST.DAT): "
                ACCEPT W-HIST-NOME FROM CONSOLE
                IF W-HIST-NOME = SPACES
                   MOVE "FOLHAHIST.DAT" TO W-HIST-NOME.
                IF W-HIST-NOME = W-ANT-NOME
                   DISPLAY "*** ORIGEM E DESTINO DEVEM SER ARQUIVOS "
                           "DIFERENTES ***"
                   GO TO PEDE-NOMES.
                DISPLAY "CONVERTER " W-ANT-NOME " PARA " W-HIST-NOME
                        " (S/N)? "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO ROT-FIMS.
      *
       ABRE-001.
                OPEN INPUT FHANTIGO
                IF ST-ANT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ANT-NOME
                           " - " ST-ANT
                   GO TO ROT-FIMS.
                OPEN I-O FOLHAHIST
                IF ST-HIST = "30" OR ST-HIST = "35"
                   OPEN OUTPUT FOLHAHIST
                   CLOSE FOLHAHIST
                   OPEN I-O FOLHAHIST.
                IF ST-HIST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-HIST-NOME
                           " - " ST-HIST
                   CLOSE FHANTIGO
                   GO TO ROT-FIMS.
      *
      **********************************
      * CADA COMPETENCIA DO LAYOUT     *
      * ANTIGO VIRA A FOLHA NORMAL     *
      * N/01 DA MESMA COMPETENCIA      *
      **********************************
      *
       LE-001.
                READ FHANTIGO NEXT RECORD
                     AT END GO TO ROT-TOTAIS.
                ADD 1 TO W-LIDOS
                MOVE SPACES TO REGFHIST
                MOVE FHO-CHAPA TO FH-CHAPA
                MOVE FHO-COMP-MES TO FH-COMP-MES
                MOVE FHO-COMP-ANO TO FH-COMP-ANO
                MOVE "N" TO FH-TIPO
                MOVE 01 TO FH-SEQ
                MOVE FHO-BRUTO TO FH-BRUTO
                MOVE FHO-INSS TO FH-INSS
                MOVE FHO-IRRF TO FH-IRRF
                MOVE FHO-LIQUIDO TO FH-LIQUIDO
                MOVE FHO-DATA-CALC TO FH-DATA-CALC
                MOVE FHO-FGTS TO FH-FGTS
                MOVE FHO-EMPRESA TO FH-EMPRESA.
       GRAVA-001.
                WRITE REGFHIST
                IF ST-HIST = "00"
                   ADD 1 TO W-GRAVADOS
                   GO TO LE-001.
                IF ST-HIST = "22"
                   REWRITE REGFHIST
                   IF ST-HIST = "00"
                      ADD 1 TO W-REGRAVADOS
                      GO TO LE-001.
                DISPLAY "ERRO NA GRAVACAO CHAPA/COMP " FH-CHAPA "/"
                        FH-COMP " - " ST-HIST
                ADD 1 TO W-ERROS
                GO TO LE-001.
      *
       ROT-TOTAIS.
                DISPLAY "REGISTROS LIDOS ......: " W-LIDOS
                DISPLAY "REGISTROS GRAVADOS ...: " W-GRAVADOS
                DISPLAY "REGISTROS REGRAVADOS .: " W-REGRAVADOS
                DISPLAY "REGISTROS COM ERRO ...: " W-ERROS.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE FHANTIGO FOLHAHIST.
       ROT-FIMS.
                STOP RUN.
