       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201679.
       AUTHOR. MATEUS.
      **************************************
      * CARGA DO ORCAMENTO ANUAL DE        *
      * PESSOAL ENVIADO PELA CONTABILIDADE *
      * (ORCAIMP.TXT, UMA LINHA POR CENTRO *
      * DE CUSTO, DEPARTAMENTO E MES) EM   *
      * CADORCA.DAT. MES 00 = VALOR ANUAL  *
      * REPARTIDO EM 12 MESES IGUAIS (O    *
      * RESTO DOS CENTAVOS EM DEZEMBRO)    *
      * COM O MESMO QUADRO TODO MES.       *
      * OPCIONALMENTE APAGA ANTES O        *
      * ORCAMENTO JA GRAVADO DO ANO. LINHAS*
      * INCONSISTENTES VAO PARA            *
      * ORCAERR.TXT                        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ORCAIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-IMP.
       SELECT CADCC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCCODIGO
                    FILE STATUS  IS ST-CC.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGDEPTO
                    FILE STATUS  IS ST-EPTO.
       SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-CHAVE
                    FILE STATUS  IS ST-ORC.
       SELECT ORCAERR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ORCAIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAIMP.TXT".
       01 REGIMP.
                03 IMP-CC        PIC 9(01).
                03 IMP-CC-X REDEFINES IMP-CC PIC X(01).
                03 IMP-DEPTO     PIC 9(03).
                03 IMP-DEPTO-X REDEFINES IMP-DEPTO PIC X(03).
                03 IMP-ANO       PIC 9(04).
                03 IMP-ANO-X REDEFINES IMP-ANO PIC X(04).
                03 IMP-MES       PIC 9(02).
                03 IMP-MES-X REDEFINES IMP-MES PIC X(02).
                03 IMP-QTDE      PIC 9(04).
                03 IMP-QTDE-X REDEFINES IMP-QTDE PIC X(04).
                03 IMP-BRUTO     PIC 9(8)V99.
                03 IMP-BRUTO-X REDEFINES IMP-BRUTO PIC X(10).
                03 IMP-ENCARGOS  PIC 9(8)V99.
                03 IMP-ENCARGOS-X REDEFINES IMP-ENCARGOS PIC X(10).
                03 FILLER        PIC X(06).
      *
       FD CADCC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCC.DAT".
       01 REGCC.
                03 CCCODIGO      PIC 9(01).
                03 CCDENOM       PIC X(30).
                03 FILLER        PIC X(19).
      *
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO        PIC 9(03).
                03 DENOMINACAO   PIC X(15).
                03 CENTROCUSTO   PIC 9(01).
                03 FILLER        PIC X(45).
      *
       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
       01 REGORCA.
                03 ORC-CHAVE.
                   05 ORC-CC         PIC 9(01).
                   05 ORC-DEPTO      PIC 9(03).
                   05 ORC-COMP.
                      07 ORC-ANO     PIC 9(04).
                      07 ORC-MES     PIC 9(02).
                03 ORC-QTDE          PIC 9(04).
                03 ORC-BRUTO         PIC 9(8)V99.
                03 ORC-ENCARGOS      PIC 9(8)V99.
                03 FILLER            PIC X(16).
      *
       FD ORCAERR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAERR.TXT".
       01 REGERR.
                03 ERR-LINHA     PIC X(44).
                03 FILLER        PIC X(03).
                03 ERR-MOTIVO    PIC X(40).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-IMP       PIC X(02) VALUE "00".
       77 ST-CC        PIC X(02) VALUE "00".
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-ORC       PIC X(02) VALUE "00".
       77 ST-ERR       PIC X(02) VALUE "00".
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 W-GRAVADOS   PIC 9(06) VALUE ZEROS.
       77 W-SUBSTIT    PIC 9(06) VALUE ZEROS.
       77 W-APAGADOS   PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-EXISTE     PIC X(01) VALUE "N".
       77 W-LIMPA-ANO  PIC X(01) VALUE "N".
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       01 W-BRUTO-MES        PIC 9(8)V99 VALUE ZEROS.
       01 W-ENC-MES          PIC 9(8)V99 VALUE ZEROS.
       01 W-BRUTO-DEZ        PIC 9(8)V99 VALUE ZEROS.
       01 W-ENC-DEZ          PIC 9(8)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-001.
                OPEN INPUT ORCAIMP
                IF ST-IMP NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ORCAIMP - "
                            ST-IMP
                   GO TO ROT-FIMS.
                OPEN INPUT CADCC
                IF ST-CC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCC - "
                            ST-CC
                   CLOSE ORCAIMP
                   GO TO ROT-FIMS.
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO - "
                            ST-EPTO
                   CLOSE ORCAIMP CADCC
                   GO TO ROT-FIMS.
                OPEN I-O CADORCA
                IF ST-ORC NOT = "00"
                   IF ST-ORC = "30" OR "35"
                      OPEN OUTPUT CADORCA
                      CLOSE CADORCA
                      OPEN I-O CADORCA
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADORCA - "
                               ST-ORC
                      CLOSE ORCAIMP CADCC CADEPTO
                      GO TO ROT-FIMS.
                OPEN OUTPUT ORCAERR
                IF ST-ERR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ORCAERR - "
                            ST-ERR
                   GO TO ROT-FIM.
      *
       PEDE-ANO.
                DISPLAY "ANO DO ORCAMENTO (AAAA): "
                ACCEPT W-ANO FROM CONSOLE
                IF W-ANO < 2000
                   DISPLAY "*** ANO INVALIDO ***"
                   GO TO PEDE-ANO.
       PEDE-LIMPA.
                DISPLAY "APAGAR O ORCAMENTO JA GRAVADO DO ANO (S/N): "
                ACCEPT W-LIMPA-ANO FROM CONSOLE
                IF W-LIMPA-ANO = "s"
                   MOVE "S" TO W-LIMPA-ANO.
                IF W-LIMPA-ANO = "n"
                   MOVE "N" TO W-LIMPA-ANO.
                IF W-LIMPA-ANO NOT = "S" AND "N"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO PEDE-LIMPA.
                IF W-LIMPA-ANO = "S"
                   PERFORM LIMPA-ANO THRU LIMPA-ANO-FIM.
      *
       LE-001.
                READ ORCAIMP NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                ADD 1 TO W-LIDOS
                PERFORM VALIDA-LINHA THRU VALIDA-LINHA-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
                   GO TO LE-001.
                IF IMP-MES NOT = ZEROS
                   MOVE IMP-MES TO W-MES
                   MOVE IMP-BRUTO TO W-BRUTO-MES
                   MOVE IMP-ENCARGOS TO W-ENC-MES
                   PERFORM GRAVA-ORCA THRU GRAVA-ORCA-FIM
                   GO TO LE-001.
                PERFORM REPARTE-ANO THRU REPARTE-ANO-FIM
                GO TO LE-001.
      *
      **********************************
      * EXCLUSAO DO ORCAMENTO DO ANO   *
      * ANTES DA NOVA CARGA            *
      **********************************
      *
       LIMPA-ANO.
                MOVE LOW-VALUES TO ORC-CHAVE
                START CADORCA KEY IS NOT LESS THAN ORC-CHAVE
                     INVALID KEY GO TO LIMPA-ANO-FIM.
       LIMPA-ANO-LE.
                READ CADORCA NEXT RECORD
                     AT END GO TO LIMPA-ANO-FIM.
                IF ORC-ANO NOT = W-ANO
                   GO TO LIMPA-ANO-LE.
                DELETE CADORCA RECORD
                IF ST-ORC = "00"
                   ADD 1 TO W-APAGADOS.
                GO TO LIMPA-ANO-LE.
       LIMPA-ANO-FIM.
                EXIT.
      *
      **********************************
      * VALIDACAO DA LINHA RECEBIDA    *
      **********************************
      *
       VALIDA-LINHA.
                MOVE SPACES TO W-MOTIVO
                IF IMP-CC-X NOT NUMERIC
                   MOVE "CENTRO DE CUSTO NAO NUMERICO" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                MOVE IMP-CC TO CCCODIGO
                READ CADCC
                     INVALID KEY
                        MOVE "CENTRO DE CUSTO NAO CADASTRADO"
                             TO W-MOTIVO
                        GO TO VALIDA-LINHA-FIM.
                IF IMP-DEPTO-X NOT NUMERIC
                   MOVE "DEPARTAMENTO NAO NUMERICO" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                MOVE IMP-DEPTO TO CODIGO OF REGDEPTO
                READ CADEPTO
                     INVALID KEY
                        MOVE "DEPARTAMENTO NAO CADASTRADO" TO W-MOTIVO
                        GO TO VALIDA-LINHA-FIM.
                IF IMP-ANO-X NOT NUMERIC OR IMP-MES-X NOT NUMERIC
                   MOVE "COMPETENCIA NAO NUMERICA" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                IF IMP-ANO NOT = W-ANO
                   MOVE "ANO DIFERENTE DO INFORMADO" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                IF IMP-MES > 12
                   MOVE "MES INVALIDO" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                IF IMP-QTDE-X NOT NUMERIC OR
                   IMP-BRUTO-X NOT NUMERIC OR
                   IMP-ENCARGOS-X NOT NUMERIC
                   MOVE "VALORES NAO NUMERICOS" TO W-MOTIVO
                   GO TO VALIDA-LINHA-FIM.
                IF IMP-QTDE NOT = ZEROS AND IMP-BRUTO = ZEROS
                   MOVE "QUADRO SEM SALARIO BRUTO ORCADO" TO W-MOTIVO.
       VALIDA-LINHA-FIM.
                EXIT.
      *
      **********************************
      * VALOR ANUAL (MES 00): 1/12 POR *
      * MES E A DIFERENCA DE CENTAVOS  *
      * EM DEZEMBRO                    *
      **********************************
      *
       REPARTE-ANO.
                DIVIDE IMP-BRUTO BY 12 GIVING W-BRUTO-MES
                DIVIDE IMP-ENCARGOS BY 12 GIVING W-ENC-MES
                COMPUTE W-BRUTO-DEZ = IMP-BRUTO - (W-BRUTO-MES * 11)
                COMPUTE W-ENC-DEZ = IMP-ENCARGOS - (W-ENC-MES * 11)
                MOVE 1 TO W-MES.
       REPARTE-ANO-LOOP.
                IF W-MES > 11 GO TO REPARTE-ANO-DEZ.
                PERFORM GRAVA-ORCA THRU GRAVA-ORCA-FIM
                ADD 1 TO W-MES
                GO TO REPARTE-ANO-LOOP.
       REPARTE-ANO-DEZ.
                MOVE W-BRUTO-DEZ TO W-BRUTO-MES
                MOVE W-ENC-DEZ TO W-ENC-MES
                PERFORM GRAVA-ORCA THRU GRAVA-ORCA-FIM.
       REPARTE-ANO-FIM.
                EXIT.
      *
      **********************************
      * GRAVACAO DE UM MES EM          *
      * CADORCA.DAT (SUBSTITUI O MES   *
      * JA EXISTENTE)                  *
      **********************************
      *
       GRAVA-ORCA.
                MOVE IMP-CC TO ORC-CC
                MOVE IMP-DEPTO TO ORC-DEPTO
                MOVE W-ANO TO ORC-ANO
                MOVE W-MES TO ORC-MES
                MOVE "N" TO W-EXISTE
                READ CADORCA
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY MOVE "S" TO W-EXISTE.
                MOVE SPACES TO REGORCA
                MOVE IMP-CC TO ORC-CC
                MOVE IMP-DEPTO TO ORC-DEPTO
                MOVE W-ANO TO ORC-ANO
                MOVE W-MES TO ORC-MES
                MOVE IMP-QTDE TO ORC-QTDE
                MOVE W-BRUTO-MES TO ORC-BRUTO
                MOVE W-ENC-MES TO ORC-ENCARGOS
                IF W-EXISTE = "S"
                   REWRITE REGORCA
                ELSE
                   WRITE REGORCA.
                IF ST-ORC NOT = "00" AND ST-ORC NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO CADORCA - CHAVE "
                           ORC-CHAVE " - " ST-ORC
                   GO TO GRAVA-ORCA-FIM.
                IF W-EXISTE = "S"
                   ADD 1 TO W-SUBSTIT
                ELSE
                   ADD 1 TO W-GRAVADOS.
       GRAVA-ORCA-FIM.
                EXIT.
      *
      **********************************
      * LISTAGEM DE REJEITADOS         *
      **********************************
      *
       GRAVA-ERRO.
                MOVE SPACES TO REGERR
                MOVE REGIMP TO ERR-LINHA
                MOVE W-MOTIVO TO ERR-MOTIVO
                WRITE REGERR
                ADD 1 TO W-REJEITADOS.
       GRAVA-ERRO-FIM.
                EXIT.
      *
       ROT-RESUMO.
                DISPLAY "ORCAMENTOS APAGADOS ..: " W-APAGADOS
                DISPLAY "LINHAS LIDAS .........: " W-LIDOS
                DISPLAY "LINHAS REJEITADAS ....: " W-REJEITADOS
                DISPLAY "MESES GRAVADOS .......: " W-GRAVADOS
                DISPLAY "MESES SUBSTITUIDOS ...: " W-SUBSTIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ORCAIMP CADCC CADEPTO CADORCA ORCAERR.
       ROT-FIMS.
                STOP RUN.
