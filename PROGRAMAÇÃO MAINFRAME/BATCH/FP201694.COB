       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201694.
       AUTHOR. MATEUS.
      **************************************
      * CARGA DAS LISTAS DE PRESENCA DOS   *
      * TREINAMENTOS (LISTATRE.TXT, UMA    *
      * LINHA POR CHAPA E CURSO): VALIDA A *
      * CHAPA EM CADFUNC, O CURSO NO       *
      * CATALOGO CADTREIN E A DATA, E      *
      * GRAVA O TREINAMENTO EM             *
      * CADTREFUN.DAT NO PROXIMO NUMERO DA *
      * CHAPA NO CURSO, COM O VENCIMENTO   *
      * DO CERTIFICADO PELA VALIDADE DO    *
      * CURSO. HORAS EM BRANCO ASSUMEM A   *
      * CARGA DO CURSO. LINHAS             *
      * INCONSISTENTES OU JA CARREGADAS    *
      * VAO PARA TREINERR.TXT              *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LISTATRE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LST.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADTREIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRE-CODIGO
                    FILE STATUS  IS ST-TRE.
       SELECT CADTREFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRF-CHAVE
                    FILE STATUS  IS ST-TRF.
       SELECT TREINERR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD LISTATRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LISTATRE.TXT".
       01 REGLST.
                03 LST-CHAPA     PIC 9(05).
                03 LST-CHAPA-X REDEFINES LST-CHAPA PIC X(05).
                03 LST-CURSO     PIC 9(03).
                03 LST-CURSO-X REDEFINES LST-CURSO PIC X(03).
                03 LST-DATA.
                   05 LST-DIA    PIC 9(02).
                   05 LST-MES    PIC 9(02).
                   05 LST-ANO    PIC 9(04).
                03 LST-DATA-X REDEFINES LST-DATA PIC X(08).
                03 LST-HORAS     PIC 9(03).
                03 LST-HORAS-X REDEFINES LST-HORAS PIC X(03).
                03 LST-INSTRUTOR PIC X(30).
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
                03 FILLER              PIC X(23).
      *
       FD CADTREIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREIN.DAT".
       01 REGTREIN.
                03 TRE-CODIGO        PIC 9(03).
                03 TRE-DESCR         PIC X(30).
                03 TRE-NORMA         PIC X(10).
                03 TRE-CARGA         PIC 9(03).
                03 TRE-VALIDADE      PIC 9(03).
                03 FILLER            PIC X(15).
      *
       FD CADTREFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREFUN.DAT".
       01 REGTREFUN.
                03 TRF-CHAVE.
                   05 TRF-CHAPA      PIC 9(05).
                   05 TRF-CURSO      PIC 9(03).
                   05 TRF-SEQ        PIC 9(02).
                03 TRF-DATA.
                   05 TRF-DT-DIA     PIC 9(02).
                   05 TRF-DT-MES     PIC 9(02).
                   05 TRF-DT-ANO     PIC 9(04).
                03 TRF-HORAS         PIC 9(03).
                03 TRF-INSTRUTOR     PIC X(30).
                03 TRF-VALIDADE.
                   05 TRF-VL-DIA     PIC 9(02).
                   05 TRF-VL-MES     PIC 9(02).
                   05 TRF-VL-ANO     PIC 9(04).
                03 TRF-ORIGEM        PIC X(01).
                03 FILLER            PIC X(40).
      *
       FD TREINERR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINERR.TXT".
       01 REGERR.
                03 ERR-LINHA     PIC X(60).
                03 FILLER        PIC X(03).
                03 ERR-MOTIVO    PIC X(40).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-LST       PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-TRE       PIC X(02) VALUE "00".
       77 ST-TRF       PIC X(02) VALUE "00".
       77 ST-ERR       PIC X(02) VALUE "00".
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 W-GRAVADOS   PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-PROX-SEQ   PIC 9(03) VALUE ZEROS.
       77 W-VL-MESES   PIC 9(04) VALUE ZEROS.

       01 TABDIAS.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 28.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
           03 FILLER      PIC 9(02) VALUE 30.
           03 FILLER      PIC 9(02) VALUE 31.
       01 TABDIASR REDEFINES TABDIAS.
           03 W-DIASMES   PIC 9(02) OCCURS 12 TIMES.
       01 W-MESVAL        PIC 9(02) VALUE ZEROS.
       01 W-DIAVAL        PIC 9(02) VALUE ZEROS.
       01 W-ANOVAL        PIC 9(04) VALUE ZEROS.
       01 W-DATAVALIDA    PIC X(01) VALUE "S".
       01 W-MAXDIA        PIC 9(02) VALUE ZEROS.
       01 W-TEMP          PIC 9(06) VALUE ZEROS.
       01 W-REM4          PIC 9(04) VALUE ZEROS.
       01 W-REM100        PIC 9(04) VALUE ZEROS.
       01 W-REM400        PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT LISTATRE
                IF ST-LST NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO LISTATRE - "
                            ST-LST
                   GO TO ROT-FIMS.
                OPEN INPUT CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                            ST-FUNC
                   CLOSE LISTATRE
                   GO TO ROT-FIMS.
                OPEN INPUT CADTREIN
                IF ST-TRE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTREIN - "
                            ST-TRE
                   CLOSE LISTATRE CADFUNC
                   GO TO ROT-FIMS.
                OPEN I-O CADTREFUN
                IF ST-TRF NOT = "00"
                   IF ST-TRF = "30" OR "35"
                      OPEN OUTPUT CADTREFUN
                      CLOSE CADTREFUN
                      OPEN I-O CADTREFUN
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTREFUN - "
                               ST-TRF
                      CLOSE LISTATRE CADFUNC CADTREIN
                      GO TO ROT-FIMS.
                OPEN OUTPUT TREINERR
                IF ST-ERR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO TREINERR - "
                            ST-ERR
                   GO TO ROT-FIM.
      *
       LE-001.
                READ LISTATRE NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                ADD 1 TO W-LIDOS
                PERFORM VALIDA-LINHA THRU VALIDA-LINHA-FIM
                IF W-MOTIVO = SPACES
                   PERFORM PROXIMO-SEQ THRU PROXIMO-SEQ-FIM.
                IF W-MOTIVO NOT = SPACES
                   PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                   GO TO LE-001.
                PERFORM GRAVA-TREINO THRU GRAVA-TREINO-FIM
                GO TO LE-001.
      *
      **********************************
      * VALIDACAO DA LINHA DA LISTA    *
      **********************************
      *
       VALIDA-LINHA.
                MOVE SPACES TO W-MOTIVO
                IF LST-CHAPA-X NOT NUMERIC
                   MOVE "CHAPA NAO NUMERICA" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                MOVE LST-CHAPA TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        MOVE "CHAPA NAO CADASTRADA" TO W-MOTIVO
                        GO TO VALIDA-LINHA-FIM.
                IF DATADEMIS OF REGFUNC NOT = ZEROS
                   MOVE "FUNCIONARIO DESLIGADO" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                IF LST-CURSO-X NOT NUMERIC
                   MOVE "CURSO NAO NUMERICO" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                MOVE LST-CURSO TO TRE-CODIGO
                READ CADTREIN
                     INVALID KEY
                        MOVE "CURSO FORA DO CATALOGO" TO W-MOTIVO
                        GO TO VALIDA-LINHA-FIM.
                IF LST-DATA-X NOT NUMERIC
                   MOVE "DATA NAO NUMERICA" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                MOVE LST-DIA TO W-DIAVAL
                MOVE LST-MES TO W-MESVAL
                MOVE LST-ANO TO W-ANOVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                IF W-DATAVALIDA = "N"
                   MOVE "DATA INVALIDA" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                IF LST-HORAS-X NOT = SPACES AND
                   LST-HORAS-X NOT NUMERIC
                   MOVE "HORAS NAO NUMERICAS" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                IF LST-INSTRUTOR = SPACES
                   MOVE "INSTRUTOR EM BRANCO" TO W-MOTIVO.
       VALIDA-LINHA-FIM.
                EXIT.
      *
      **********************************
      * PROXIMO NUMERO DA CHAPA NO     *
      * CURSO; A MESMA DATA JA GRAVADA *
      * E LISTA REPETIDA               *
      **********************************
      *
       PROXIMO-SEQ.
                MOVE 1 TO W-PROX-SEQ
                MOVE LST-CHAPA TO TRF-CHAPA
                MOVE LST-CURSO TO TRF-CURSO
                MOVE ZEROS TO TRF-SEQ
                START CADTREFUN KEY IS NOT LESS THAN TRF-CHAVE
                     INVALID KEY GO TO PROXIMO-SEQ-FIM.
       PROXIMO-SEQ-LE.
                READ CADTREFUN NEXT RECORD
                     AT END GO TO PROXIMO-SEQ-LIMITE.
                IF TRF-CHAPA NOT = LST-CHAPA OR
                   TRF-CURSO NOT = LST-CURSO
                   GO TO PROXIMO-SEQ-LIMITE.
                IF TRF-DATA = LST-DATA
                   MOVE "TREINAMENTO JA REGISTRADO NA DATA" TO W-MOTIVO
                   GO TO PROXIMO-SEQ-FIM.
                COMPUTE W-PROX-SEQ = TRF-SEQ + 1
                GO TO PROXIMO-SEQ-LE.
       PROXIMO-SEQ-LIMITE.
                IF W-PROX-SEQ > 99
                   MOVE "LIMITE DE TREINAMENTOS DA CHAPA NO CURSO"
                                                       TO W-MOTIVO.
       PROXIMO-SEQ-FIM.
                EXIT.
      *
      **********************************
      * GRAVACAO DO TREINAMENTO, COM O *
      * VENCIMENTO = DATA + VALIDADE   *
      * DO CURSO EM MESES              *
      **********************************
      *
       GRAVA-TREINO.
                MOVE SPACES TO REGTREFUN
                MOVE LST-CHAPA TO TRF-CHAPA
                MOVE LST-CURSO TO TRF-CURSO
                MOVE W-PROX-SEQ TO TRF-SEQ
                MOVE LST-DATA TO TRF-DATA
                MOVE TRE-CARGA TO TRF-HORAS
                IF LST-HORAS-X NOT = SPACES AND LST-HORAS > ZEROS
                   MOVE LST-HORAS TO TRF-HORAS.
                MOVE LST-INSTRUTOR TO TRF-INSTRUTOR
                MOVE ZEROS TO TRF-VALIDADE
                MOVE "L" TO TRF-ORIGEM
                IF TRE-VALIDADE > ZEROS
                   PERFORM CALCULA-VALIDADE THRU CALCULA-VALIDADE-FIM.
                WRITE REGTREFUN
                IF ST-TRF = "00" OR "02"
                   ADD 1 TO W-GRAVADOS
                   GO TO GRAVA-TREINO-FIM.
                MOVE "ERRO NA GRAVACAO DO CADTREFUN" TO W-MOTIVO
                PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM.
       GRAVA-TREINO-FIM.
                EXIT.
      *
       CALCULA-VALIDADE.
                COMPUTE W-VL-MESES = TRF-DT-MES - 1 + TRE-VALIDADE
                DIVIDE W-VL-MESES BY 12 GIVING W-TEMP
                                        REMAINDER W-MESVAL
                ADD 1 TO W-MESVAL
                COMPUTE W-ANOVAL = TRF-DT-ANO + W-TEMP
                MOVE 1 TO W-DIAVAL
                PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
                MOVE TRF-DT-DIA TO TRF-VL-DIA
                IF TRF-VL-DIA > W-MAXDIA
                   MOVE W-MAXDIA TO TRF-VL-DIA.
                MOVE W-MESVAL TO TRF-VL-MES
                MOVE W-ANOVAL TO TRF-VL-ANO.
       CALCULA-VALIDADE-FIM.
                EXIT.
      *
      **********************************
      * ROTINA DE VALIDACAO DE DATA    *
      **********************************
      *
       VALIDA-DATA.
                MOVE "S" TO W-DATAVALIDA
                IF W-MESVAL < 1 OR W-MESVAL > 12
                   MOVE "N" TO W-DATAVALIDA
                   GO TO VALIDA-DATA-FIM.
                MOVE W-DIASMES (W-MESVAL) TO W-MAXDIA
                IF W-MESVAL = 2
                   DIVIDE W-ANOVAL BY 4 GIVING W-TEMP REMAINDER W-REM4
                   DIVIDE W-ANOVAL BY 100 GIVING W-TEMP
                                          REMAINDER W-REM100
                   DIVIDE W-ANOVAL BY 400 GIVING W-TEMP
                                          REMAINDER W-REM400
                   IF W-REM4 = 0 AND (W-REM100 NOT = 0 OR W-REM400 = 0)
                      MOVE 29 TO W-MAXDIA.
                IF W-DIAVAL < 1 OR W-DIAVAL > W-MAXDIA
                                OR W-ANOVAL < 1900
                   MOVE "N" TO W-DATAVALIDA.
       VALIDA-DATA-FIM.
                EXIT.
      *
      **********************************
      * LISTAGEM DE REJEITADOS         *
      **********************************
      *
       GRAVA-ERRO.
                MOVE SPACES TO REGERR
                MOVE REGLST TO ERR-LINHA
                MOVE W-MOTIVO TO ERR-MOTIVO
                WRITE REGERR
                ADD 1 TO W-REJEITADOS.
       GRAVA-ERRO-FIM.
                EXIT.
      *
       ROT-RESUMO.
                DISPLAY "LINHAS LIDAS ..........: " W-LIDOS
                DISPLAY "LINHAS REJEITADAS .....: " W-REJEITADOS
                DISPLAY "TREINAMENTOS GRAVADOS .: " W-GRAVADOS.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE LISTATRE CADFUNC CADTREIN CADTREFUN TREINERR.
       ROT-FIMS.
                STOP RUN.
