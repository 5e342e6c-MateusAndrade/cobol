      * PROFESSORES (CADPROF.DAT),         *
      * REFERENCIADO POR CADDISC.DAT       *
      * (DIS-PROFCOD) NA MANUTENCAO        *
      * P201616. CADA PROFESSOR E LIGADO A *
      * UMA CHAPA DE CADFUNC.DAT, PELA     *
      * QUAL A HORA-AULA E PAGA NA FOLHA   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRF-NOME
                               WITH DUPLICATES.
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
                03 PRF-CODIGO    PIC 9(03).
                03 PRF-NOME      PIC X(30).
                03 PRF-TITULACAO PIC X(01).
                03 PRF-CHAPA     PIC 9(05).
                03 PRF-CHAPA-X REDEFINES PRF-CHAPA PIC X(05).
                03 FILLER        PIC X(11).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-FUNC-ABERTO PIC X(01) VALUE "N".
       77 W-CHAPA-OK   PIC X(01) VALUE "S".
       77 LIMPA-NOME   PIC X(38) VALUE SPACES.

       SCREEN SECTION.

               VALUE  "            NOME:".
           05  LINE 11  COLUMN 01
               VALUE  "            TITULACAO (G/E/M/D):".
           05  LINE 13  COLUMN 01
               VALUE  "            CHAPA NA FOLHA:".
           05  TCODIGO
               LINE 07  COLUMN 21  PIC 9(03)
               USING  PRF-CODIGO
               LINE 11  COLUMN 34  PIC X(01)
               USING  PRF-TITULACAO
               HIGHLIGHT.
           05  TCHAPA
               LINE 13  COLUMN 29  PIC 9(05)
               USING  PRF-CHAPA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OPF.
           OPEN INPUT CADFUNC
           IF ST-FUNC = "00"
                      MOVE "S" TO W-FUNC-ABERTO
           ELSE
                      MOVE "N" TO W-FUNC-ABERTO.
       INC-001.
                MOVE ZEROS TO PRF-CODIGO PRF-CHAPA.
                MOVE SPACES TO PRF-NOME PRF-TITULACAO.
                DISPLAY TELAPROF.
       INC-002.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPROF
                   IF W-FUNC-ABERTO = "S"
                      CLOSE CADFUNC
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF PRF-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                      DISPLAY  TCODIGO
                      DISPLAY  TNOME
                      DISPLAY  TTITULACAO
                      PERFORM MOSTRA-CHAPA THRU MOSTRA-CHAPA-FIM
                      MOVE "*** CODIGO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   MOVE SPACES TO PRF-TITULACAO
                   DISPLAY TTITULACAO
                   GO TO INC-005.
       INC-006.
                ACCEPT  TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                PERFORM VALIDA-CHAPA THRU VALIDA-CHAPA-FIM
                IF W-CHAPA-OK = "N"
                   MOVE ZEROS TO PRF-CHAPA
                   DISPLAY TCHAPA
                   GO TO INC-006.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       ROT-FIMS.
                STOP RUN.
      *
      **************************************
      * CHAPA DA FOLHA: OBRIGATORIA, DE    *
      * FUNCIONARIO CADASTRADO E NAO       *
      * DEMITIDO. SEM CADFUNC.DAT A CHAPA  *
      * E ACEITA SEM CONFERENCIA           *
      **************************************
      *
       VALIDA-CHAPA.
                MOVE "N" TO W-CHAPA-OK
                DISPLAY (13, 35) LIMPA-NOME
                IF PRF-CHAPA = ZEROS
                   MOVE "*** CHAPA OBRIGATORIA ***" TO MENS
                   GO TO VALIDA-CHAPA-MSG.
                IF W-FUNC-ABERTO NOT = "S"
                   MOVE "S" TO W-CHAPA-OK
                   MOVE "*** CADFUNC INDISPONIVEL - CHAPA NAO CONFERIDA"
                                                       TO MENS
                   GO TO VALIDA-CHAPA-MSG.
                MOVE PRF-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        MOVE "*** FUNCIONARIO NAO CADASTRADO ***"
                                                       TO MENS
                        GO TO VALIDA-CHAPA-MSG.
                IF DATADEMIS NOT = ZEROS
                   MOVE "*** FUNCIONARIO DEMITIDO ***" TO MENS
                   GO TO VALIDA-CHAPA-MSG.
                MOVE "S" TO W-CHAPA-OK
                DISPLAY (13, 35) " - "
                DISPLAY (13, 38) NOME
                GO TO VALIDA-CHAPA-FIM.
       VALIDA-CHAPA-MSG.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VALIDA-CHAPA-FIM.
                EXIT.
      *
      **************************************
      * REGISTRO LIDO: CHAPA EM BRANCO     *
      * (ANTIGOS) VIRA ZERO; MOSTRA O NOME *
      **************************************
      *
       MOSTRA-CHAPA.
                IF PRF-CHAPA-X NOT NUMERIC
                   MOVE ZEROS TO PRF-CHAPA.
                DISPLAY TCHAPA
                DISPLAY (13, 35) LIMPA-NOME
                IF PRF-CHAPA = ZEROS OR W-FUNC-ABERTO NOT = "S"
                   GO TO MOSTRA-CHAPA-FIM.
                MOVE PRF-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        GO TO MOSTRA-CHAPA-FIM.
                DISPLAY (13, 35) " - "
                DISPLAY (13, 38) NOME.
       MOSTRA-CHAPA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
