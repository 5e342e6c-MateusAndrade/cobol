       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201685.
       AUTHOR. MATEUS.
      **************************************
      * ANONIMIZACAO DE DADOS PESSOAIS     *
      * VENCIDO O PRAZO DE RETENCAO:       *
      * - FUNCIONARIOS DEMITIDOS HA MAIS   *
      *   DE N ANOS (DATADEMIS): CADFUNC,  *
      *   CADDEP, CADPENSAO E CADBANCO     *
      * - ALUNOS INATIVOS SEM MOVIMENTO    *
      *   HA MAIS DE N ANOS (ULTIMA DATA   *
      *   DE CADMATRI, CADMENS E CADNOTAH):*
      *   CADALUNO E CADNOTA               *
      * AS CHAVES SAO MANTIDAS E OS        *
      * HISTORICOS (FOLHAHIST, CADMENS,    *
      * CADNOTAH E CADDOC) NAO SAO         *
      * ALTERADOS. CADA REGISTRO           *
      * ANONIMIZADO VAI PARA O JORNAL      *
      * (CADJRN.TXT) SEM A IMAGEM ANTERIOR.*
      * MODO SIMULACAO SO EMITE O          *
      * RELATORIO (RELANON.TXT)            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-LOGIN
                    FILE STATUS  IS ST-USU.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME OF REGFUNC
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-DEP.
       SELECT CADPENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEN-CHAPA
                    FILE STATUS  IS ST-PEN.
       SELECT CADBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCO-CHAPA
                    FILE STATUS  IS ST-BCO.
       SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALU-RM
                    FILE STATUS  IS ST-ALU
                    ALTERNATE RECORD KEY IS ALU-NOME
                               WITH DUPLICATES.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-DISC
                    FILE STATUS  IS ST-NOTA
                    ALTERNATE RECORD KEY IS NOME OF REGNOTA
                               WITH DUPLICATES.
       SELECT CADMATRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CHAVE
                    FILE STATUS  IS ST-MAT.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEN-CHAVE
                    FILE STATUS  IS ST-MEN.
       SELECT CADNOTAH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NTH-CHAVE
                    FILE STATUS  IS ST-HIST.
       SELECT CADJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
       SELECT RELANON ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADUSUARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSUARIO.DAT".
       01 REGUSUARIO.
                03 USU-LOGIN     PIC X(10).
                03 USU-SENHA     PIC X(10).
                03 USU-NOME      PIC X(30).
                03 USU-PERFIL    PIC X(01).
                03 FILLER        PIC X(09).
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
                03 FUN-EMPRESA-X REDEFINES FUN-EMPRESA PIC X(01).
                03 FUN-ADIC-TIPO       PIC X(01).
                03 FUN-ADIC-GRAU       PIC 9(01).
                03 FUN-ADIC-GRAU-X REDEFINES FUN-ADIC-GRAU PIC X(01).
                03 FUN-ADIC-PERC       PIC 9(2)V99.
                03 FUN-ADIC-PERC-X REDEFINES FUN-ADIC-PERC PIC X(04).
                03 FILLER              PIC X(16).
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
       FD CADPENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPENSAO.DAT".
       01 REGPENSAO.
                03 PEN-CHAPA      PIC 9(05).
                03 PEN-TIPO       PIC X(01).
                03 PEN-PERC       PIC 9(2)V99.
                03 PEN-VALOR      PIC 9(6)V99.
                03 PEN-BANCO      PIC 9(03).
                03 PEN-AGENCIA    PIC 9(05).
                03 PEN-CONTA      PIC 9(10).
                03 PEN-DIGITO     PIC X(01).
                03 PEN-CONTATIPO  PIC X(01).
                03 PEN-BENEF      PIC X(30).
                03 FILLER         PIC X(12).
      *
       FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
       01 REGBANCO.
                03 BCO-CHAPA      PIC 9(05).
                03 BCO-BANCO      PIC 9(03).
                03 BCO-AGENCIA    PIC 9(05).
                03 BCO-CONTA      PIC 9(10).
                03 BCO-DIGITO     PIC X(01).
                03 BCO-TIPO       PIC X(01).
                03 FILLER         PIC X(39).
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
                03 ALU-CURSO     PIC 9(03).
                03 ALU-CURSO-X REDEFINES ALU-CURSO PIC X(03).
                03 FILLER        PIC X(18).
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
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
                03 MEN-CHAVE.
                   05 MEN-RM        PIC 9(05).
                   05 MEN-COMP.
                      07 MEN-COMP-MES PIC 9(02).
                      07 MEN-COMP-ANO PIC 9(04).
                03 MEN-VALOR        PIC 9(6)V99.
                03 MEN-SITUACAO     PIC X(01).
                03 MEN-DATA-PAGTO   PIC 9(08).
                03 MEN-VALOR-PAGO   PIC 9(6)V99.
                03 MEN-VALOR-PAGO-X REDEFINES MEN-VALOR-PAGO
                                    PIC X(08).
                03 MEN-DESCONTO     PIC 9(6)V99.
                03 MEN-BOLSA-TIPO   PIC X(01).
                03 MEN-DIA-VENC     PIC 9(02).
                03 MEN-DIA-VENC-X REDEFINES MEN-DIA-VENC
                                    PIC X(02).
                03 MEN-REMESSA      PIC X(01).
                03 FILLER           PIC X(02).
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
       FD CADJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJRN.TXT".
       01 REGJRN                  PIC X(351).
      *
       FD RELANON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELANON.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-USU       PIC X(02) VALUE "00".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-PEN       PIC X(02) VALUE "00".
       77 ST-BCO       PIC X(02) VALUE "00".
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-NOTA      PIC X(02) VALUE "00".
       77 ST-MAT       PIC X(02) VALUE "00".
       77 ST-MEN       PIC X(02) VALUE "00".
       77 ST-HIST      PIC X(02) VALUE "00".
       77 ST-JRN       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-DEP-ABERTO  PIC X(01) VALUE "N".
       77 W-PEN-ABERTO  PIC X(01) VALUE "N".
       77 W-BCO-ABERTO  PIC X(01) VALUE "N".
       77 W-ALU-ABERTO  PIC X(01) VALUE "N".
       77 W-NOTA-ABERTO PIC X(01) VALUE "N".
       77 W-MAT-ABERTO  PIC X(01) VALUE "N".
       77 W-MEN-ABERTO  PIC X(01) VALUE "N".
       77 W-HIST-ABERTO PIC X(01) VALUE "N".
       77 W-RESP       PIC X(01) VALUE SPACES.
       77 W-SIMULA     PIC X(01) VALUE "S".
       77 W-SENHA-DIG  PIC X(10) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-ANOS-FUNC  PIC 9(02) VALUE ZEROS.
       77 W-ANOS-ALU   PIC 9(02) VALUE ZEROS.
       77 W-LIMITE-FUNC PIC 9(08) VALUE ZEROS.
       77 W-LIMITE-ALU PIC 9(08) VALUE ZEROS.
       77 W-DT-REF     PIC 9(08) VALUE ZEROS.
       77 W-DT-AUX     PIC 9(08) VALUE ZEROS.
       77 W-QT-LIGADOS PIC 9(03) VALUE ZEROS.
       77 W-QT-FUNC    PIC 9(05) VALUE ZEROS.
       77 W-QT-DEP     PIC 9(05) VALUE ZEROS.
       77 W-QT-PEN     PIC 9(05) VALUE ZEROS.
       77 W-QT-BCO     PIC 9(05) VALUE ZEROS.
       77 W-QT-ALU     PIC 9(05) VALUE ZEROS.
       77 W-QT-NOTA    PIC 9(05) VALUE ZEROS.
       77 W-QT-SEMREF  PIC 9(05) VALUE ZEROS.
       77 W-QT-JA      PIC 9(05) VALUE ZEROS.

       01 W-ANONIMO    PIC X(35) VALUE "*** DADOS ANONIMIZADOS ***".
       01 W-HOJE.
          03 W-HOJE-ANO     PIC 9(04).
          03 W-HOJE-MMDD    PIC 9(04).
       01 W-DT-FUNC.
          03 W-DF-ANO       PIC 9(04).
          03 W-DF-MES       PIC 9(02).
          03 W-DF-DIA       PIC 9(02).
       01 W-DT-FUNC-N REDEFINES W-DT-FUNC PIC 9(08).

       01 W-REGJRN.
           03 W-JRN-DATA      PIC 9(08).
           03 W-JRN-ARQUIVO   PIC X(08).
           03 W-JRN-OPERACAO  PIC X(10).
           03 W-JRN-CHAVE     PIC X(15).
           03 W-JRN-ANTES     PIC X(150).
           03 W-JRN-DEPOIS    PIC X(150).
           03 W-JRN-OPERADOR  PIC X(10).
       01 W-CHAVE-ED.
          03 W-CK-NUM      PIC 9(05).
          03 W-CK-SEP      PIC X(01).
          03 W-CK-COMPL    PIC X(03).

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(36)
               VALUE "ANONIMIZACAO DE DADOS PESSOAIS EM ".
          03 LC-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-ANO        PIC 9999.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LC-MODO       PIC X(12).
       01 LIN-CAB2.
          03 FILLER        PIC X(31)
               VALUE "DEMITIDOS ATE (AAAAMMDD) ....: ".
          03 LC-LIM-FUNC   PIC 9(08).
          03 FILLER        PIC X(34)
               VALUE "   ALUNOS SEM MOVIMENTO ATE ....: ".
          03 LC-LIM-ALU    PIC 9(08).
       01 LIN-DETCAB.
          03 FILLER        PIC X(11) VALUE "CADASTRO".
          03 FILLER        PIC X(08) VALUE "CHAVE".
          03 FILLER        PIC X(18) VALUE "DATA REFERENCIA".
          03 FILLER        PIC X(20) VALUE "REGISTROS LIGADOS".
       01 LIN-DET.
          03 LD-CADASTRO   PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CHAVE      PIC 9(05).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-DT-REF     PIC 9(08).
          03 FILLER        PIC X(10) VALUE SPACES.
          03 LD-LIGADOS    PIC ZZ9.
       01 LIN-RES.
          03 LR-DESCR      PIC X(40).
          03 LR-QTDE       PIC ZZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-USU.
                OPEN INPUT CADUSUARIO
                IF ST-USU NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO - "
                            ST-USU
                   GO TO ROT-FIMS.
       PEDE-LOGIN.
                DISPLAY "LOGIN DO OPERADOR: "
                ACCEPT USU-LOGIN FROM CONSOLE
                DISPLAY "SENHA: "
                ACCEPT W-SENHA-DIG FROM CONSOLE
                READ CADUSUARIO
                     INVALID KEY
                        DISPLAY "*** USUARIO NAO CADASTRADO ***"
                        GO TO PEDE-LOGIN.
                IF USU-SENHA NOT = W-SENHA-DIG
                   DISPLAY "*** SENHA INVALIDA ***"
                   GO TO PEDE-LOGIN.
                MOVE USU-LOGIN TO W-OPERADOR
                CLOSE CADUSUARIO.
      *
       PEDE-ANOS-FUNC.
                DISPLAY "ANOS DE RETENCAO APOS A DEMISSAO: "
                ACCEPT W-ANOS-FUNC FROM CONSOLE
                IF W-ANOS-FUNC NOT NUMERIC OR W-ANOS-FUNC = ZEROS
                   DISPLAY "*** INFORME DE 1 A 99 ANOS ***"
                   GO TO PEDE-ANOS-FUNC.
       PEDE-ANOS-ALU.
                DISPLAY "ANOS DE RETENCAO APOS O ULTIMO MOVIMENTO "
                        "DO ALUNO: "
                ACCEPT W-ANOS-ALU FROM CONSOLE
                IF W-ANOS-ALU NOT NUMERIC OR W-ANOS-ALU = ZEROS
                   DISPLAY "*** INFORME DE 1 A 99 ANOS ***"
                   GO TO PEDE-ANOS-ALU.
       PEDE-SIMULA.
                DISPLAY "SOMENTE SIMULACAO, SEM ALTERAR OS "
                        "CADASTROS (S/N)? "
                ACCEPT W-SIMULA FROM CONSOLE
                IF W-SIMULA = "s"
                   MOVE "S" TO W-SIMULA.
                IF W-SIMULA = "n"
                   MOVE "N" TO W-SIMULA.
                IF W-SIMULA NOT = "S" AND "N"
                   GO TO PEDE-SIMULA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                COMPUTE W-LIMITE-FUNC =
                        (W-HOJE-ANO - W-ANOS-FUNC) * 10000 + W-HOJE-MMDD
                COMPUTE W-LIMITE-ALU =
                        (W-HOJE-ANO - W-ANOS-ALU) * 10000 + W-HOJE-MMDD
                DISPLAY "DEMITIDOS ATE ..............: " W-LIMITE-FUNC
                DISPLAY "ALUNOS SEM MOVIMENTO ATE ...: " W-LIMITE-ALU.
       CONFIRMA.
                IF W-SIMULA = "S"
                   DISPLAY "SIMULA A ANONIMIZACAO. CONFIRMA (S/N)? "
                ELSE
                   DISPLAY "ANONIMIZA OS DADOS PESSOAIS (OPERACAO "
                           "IRREVERSIVEL). CONFIRMA (S/N)? ".
                ACCEPT W-RESP FROM CONSOLE
                IF W-RESP = "N" OR "n"
                   DISPLAY "*** ANONIMIZACAO CANCELADA ***"
                   GO TO ROT-FIMS.
                IF W-RESP NOT = "S" AND "s"
                   GO TO CONFIRMA.
      *
       ABRE-001.
                OPEN I-O CADFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC - "
                            ST-FUNC
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELANON
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELANON - "
                            ST-REL
                   CLOSE CADFUNC
                   GO TO ROT-FIMS.
                OPEN EXTEND CADJRN
                IF ST-JRN NOT = "00"
                   OPEN OUTPUT CADJRN
                   CLOSE CADJRN
                   OPEN EXTEND CADJRN.
                IF ST-JRN NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADJRN - "
                            ST-JRN
                   CLOSE CADFUNC RELANON
                   GO TO ROT-FIMS.
                OPEN I-O CADDEP
                IF ST-DEP = "00"
                   MOVE "S" TO W-DEP-ABERTO.
                OPEN I-O CADPENSAO
                IF ST-PEN = "00"
                   MOVE "S" TO W-PEN-ABERTO.
                OPEN I-O CADBANCO
                IF ST-BCO = "00"
                   MOVE "S" TO W-BCO-ABERTO.
                OPEN I-O CADALUNO
                IF ST-ALU = "00"
                   MOVE "S" TO W-ALU-ABERTO.
                OPEN I-O CADNOTA
                IF ST-NOTA = "00"
                   MOVE "S" TO W-NOTA-ABERTO.
                OPEN INPUT CADMATRI
                IF ST-MAT = "00"
                   MOVE "S" TO W-MAT-ABERTO.
                OPEN INPUT CADMENS
                IF ST-MEN = "00"
                   MOVE "S" TO W-MEN-ABERTO.
                OPEN INPUT CADNOTAH
                IF ST-HIST = "00"
                   MOVE "S" TO W-HIST-ABERTO.
      *
                MOVE W-HOJE-MMDD TO W-DT-AUX
                DIVIDE W-DT-AUX BY 100 GIVING LC-MES
                       REMAINDER LC-DIA
                MOVE W-HOJE-ANO TO LC-ANO
                MOVE "(EFETIVA)" TO LC-MODO
                IF W-SIMULA = "S"
                   MOVE "(SIMULACAO)" TO LC-MODO.
                MOVE W-LIMITE-FUNC TO LC-LIM-FUNC
                MOVE W-LIMITE-ALU TO LC-LIM-ALU
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-CAB2
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-DETCAB
                MOVE W-OPERADOR TO W-JRN-OPERADOR
                MOVE "ANONIMIZA" TO W-JRN-OPERACAO
                MOVE SPACES TO W-JRN-ANTES
                MOVE W-HOJE TO W-JRN-DATA.
      *
      **********************************
      * FUNCIONARIOS DEMITIDOS ANTES   *
      * DA DATA LIMITE                 *
      **********************************
      *
       LER-FUNC-INI.
                MOVE ZEROS TO CHAPA
                START CADFUNC KEY IS NOT LESS THAN CHAPA
                     INVALID KEY GO TO LER-ALU-INI.
       LER-FUNC.
                READ CADFUNC NEXT RECORD
                     AT END GO TO LER-ALU-INI.
                IF DATADEMIS = ZEROS
                   GO TO LER-FUNC.
                MOVE DEM-ANO TO W-DF-ANO
                MOVE DEM-MES TO W-DF-MES
                MOVE DEM-DIA TO W-DF-DIA
                IF W-DT-FUNC-N > W-LIMITE-FUNC
                   GO TO LER-FUNC.
                IF NOME OF REGFUNC = W-ANONIMO
                   ADD 1 TO W-QT-JA
                   GO TO LER-FUNC.
                ADD 1 TO W-QT-FUNC
                MOVE ZEROS TO W-QT-LIGADOS
                MOVE W-ANONIMO TO NOME OF REGFUNC
                MOVE ZEROS TO CPF CEP
                MOVE ZEROS TO NASC OF REGFUNC
                MOVE SPACES TO RG ECIVIL LOGRAD BAIRRO CIDADE UF
                IF W-SIMULA = "S"
                   GO TO LER-FUNC-LIGADOS.
                REWRITE REGFUNC
                IF ST-FUNC NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DE CADFUNC - " ST-FUNC
                           " CHAPA " CHAPA
                   GO TO LER-FUNC.
                MOVE "CADFUNC" TO W-JRN-ARQUIVO
                MOVE CHAPA TO W-JRN-CHAVE
                MOVE REGFUNC TO W-JRN-DEPOIS
                WRITE REGJRN FROM W-REGJRN.
       LER-FUNC-LIGADOS.
                PERFORM ANON-DEP THRU ANON-DEP-FIM
                PERFORM ANON-PEN THRU ANON-PEN-FIM
                PERFORM ANON-BCO THRU ANON-BCO-FIM
                MOVE "CADFUNC" TO LD-CADASTRO
                MOVE CHAPA TO LD-CHAVE
                MOVE W-DT-FUNC-N TO LD-DT-REF
                MOVE W-QT-LIGADOS TO LD-LIGADOS
                WRITE REGREL FROM LIN-DET
                GO TO LER-FUNC.
      *
       ANON-DEP.
                IF W-DEP-ABERTO NOT = "S"
                   GO TO ANON-DEP-FIM.
                MOVE CHAPA TO DEP-CHAPA
                MOVE ZEROS TO DEP-SEQ
                START CADDEP KEY IS NOT LESS THAN DEP-CHAVE
                     INVALID KEY GO TO ANON-DEP-FIM.
       ANON-DEP-LE.
                READ CADDEP NEXT RECORD
                     AT END GO TO ANON-DEP-FIM.
                IF DEP-CHAPA NOT = CHAPA
                   GO TO ANON-DEP-FIM.
                ADD 1 TO W-QT-DEP W-QT-LIGADOS
                MOVE W-ANONIMO TO DEP-NOME
                MOVE ZEROS TO DEP-NASC DEP-CPF
                IF W-SIMULA = "S"
                   GO TO ANON-DEP-LE.
                REWRITE REGDEP
                IF ST-DEP NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DE CADDEP - " ST-DEP
                           " CHAPA " DEP-CHAPA
                   GO TO ANON-DEP-LE.
                MOVE "CADDEP" TO W-JRN-ARQUIVO
                MOVE DEP-CHAPA TO W-CK-NUM
                MOVE "/" TO W-CK-SEP
                MOVE DEP-SEQ TO W-CK-COMPL
                MOVE W-CHAVE-ED TO W-JRN-CHAVE
                MOVE REGDEP TO W-JRN-DEPOIS
                WRITE REGJRN FROM W-REGJRN
                GO TO ANON-DEP-LE.
       ANON-DEP-FIM.
                EXIT.
      *
       ANON-PEN.
                IF W-PEN-ABERTO NOT = "S"
                   GO TO ANON-PEN-FIM.
                MOVE CHAPA TO PEN-CHAPA
                READ CADPENSAO
                     INVALID KEY GO TO ANON-PEN-FIM.
                ADD 1 TO W-QT-PEN W-QT-LIGADOS
                MOVE W-ANONIMO TO PEN-BENEF
                MOVE ZEROS TO PEN-BANCO PEN-AGENCIA PEN-CONTA
                MOVE SPACES TO PEN-DIGITO
                IF W-SIMULA = "S"
                   GO TO ANON-PEN-FIM.
                REWRITE REGPENSAO
                IF ST-PEN NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DE CADPENSAO - " ST-PEN
                           " CHAPA " PEN-CHAPA
                   GO TO ANON-PEN-FIM.
                MOVE "CADPENSA" TO W-JRN-ARQUIVO
                MOVE PEN-CHAPA TO W-JRN-CHAVE
                MOVE REGPENSAO TO W-JRN-DEPOIS
                WRITE REGJRN FROM W-REGJRN.
       ANON-PEN-FIM.
                EXIT.
      *
       ANON-BCO.
                IF W-BCO-ABERTO NOT = "S"
                   GO TO ANON-BCO-FIM.
                MOVE CHAPA TO BCO-CHAPA
                READ CADBANCO
                     INVALID KEY GO TO ANON-BCO-FIM.
                ADD 1 TO W-QT-BCO W-QT-LIGADOS
                MOVE ZEROS TO BCO-AGENCIA BCO-CONTA
                MOVE SPACES TO BCO-DIGITO
                IF W-SIMULA = "S"
                   GO TO ANON-BCO-FIM.
                REWRITE REGBANCO
                IF ST-BCO NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DE CADBANCO - " ST-BCO
                           " CHAPA " BCO-CHAPA
                   GO TO ANON-BCO-FIM.
                MOVE "CADBANCO" TO W-JRN-ARQUIVO
                MOVE BCO-CHAPA TO W-JRN-CHAVE
                MOVE REGBANCO TO W-JRN-DEPOIS
                WRITE REGJRN FROM W-REGJRN.
       ANON-BCO-FIM.
                EXIT.
      *
      **********************************
      * ALUNOS INATIVOS SEM MOVIMENTO  *
      * DESDE A DATA LIMITE            *
      **********************************
      *
       LER-ALU-INI.
                IF W-ALU-ABERTO NOT = "S"
                   GO TO ROT-RESUMO.
                MOVE ZEROS TO ALU-RM
                START CADALUNO KEY IS NOT LESS THAN ALU-RM
                     INVALID KEY GO TO ROT-RESUMO.
       LER-ALU.
                READ CADALUNO NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                IF ALU-SITUACAO = "A"
                   GO TO LER-ALU.
                IF ALU-NOME = W-ANONIMO
                   ADD 1 TO W-QT-JA
                   GO TO LER-ALU.
                MOVE ZEROS TO W-DT-REF
                PERFORM ULTIMO-MOV THRU ULTIMO-MOV-FIM
                IF W-DT-REF = ZEROS
                   ADD 1 TO W-QT-SEMREF
                   GO TO LER-ALU.
                IF W-DT-REF > W-LIMITE-ALU
                   GO TO LER-ALU.
                ADD 1 TO W-QT-ALU
                MOVE ZEROS TO W-QT-LIGADOS
                MOVE W-ANONIMO TO ALU-NOME
                MOVE SPACES TO ALU-SEXO
                MOVE ZEROS TO ALU-NASC
                IF W-SIMULA = "S"
                   GO TO LER-ALU-LIGADOS.
                REWRITE REGALUNO
                IF ST-ALU NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DE CADALUNO - " ST-ALU
                           " RM " ALU-RM
                   GO TO LER-ALU.
                MOVE "CADALUNO" TO W-JRN-ARQUIVO
                MOVE ALU-RM TO W-JRN-CHAVE
                MOVE REGALUNO TO W-JRN-DEPOIS
                WRITE REGJRN FROM W-REGJRN.
       LER-ALU-LIGADOS.
                PERFORM ANON-NOTA THRU ANON-NOTA-FIM
                MOVE "CADALUNO" TO LD-CADASTRO
                MOVE ALU-RM TO LD-CHAVE
                MOVE W-DT-REF TO LD-DT-REF
                MOVE W-QT-LIGADOS TO LD-LIGADOS
                WRITE REGREL FROM LIN-DET
                GO TO LER-ALU.
      *
      **********************************
      * DATA DO ULTIMO MOVIMENTO DO    *
      * ALUNO: MATRICULA, COMPETENCIA  *
      * DA MENSALIDADE (FIM DO MES) E  *
      * FIM DO SEMESTRE DO HISTORICO   *
      **********************************
      *
       ULTIMO-MOV.
                IF W-MAT-ABERTO NOT = "S"
                   GO TO ULTIMO-MOV-MEN.
                MOVE ALU-RM TO MAT-RM
                MOVE LOW-VALUES TO MAT-DISC
                MOVE ZEROS TO MAT-PERIODO
                START CADMATRI KEY IS NOT LESS THAN MAT-CHAVE
                     INVALID KEY GO TO ULTIMO-MOV-MEN.
       ULTIMO-MOV-MAT.
                READ CADMATRI NEXT RECORD
                     AT END GO TO ULTIMO-MOV-MEN.
                IF MAT-RM NOT = ALU-RM
                   GO TO ULTIMO-MOV-MEN.
                IF MAT-DATA NUMERIC AND MAT-DATA > W-DT-REF
                   MOVE MAT-DATA TO W-DT-REF.
                GO TO ULTIMO-MOV-MAT.
       ULTIMO-MOV-MEN.
                IF W-MEN-ABERTO NOT = "S"
                   GO TO ULTIMO-MOV-HIST.
                MOVE ALU-RM TO MEN-RM
                MOVE ZEROS TO MEN-COMP
                START CADMENS KEY IS NOT LESS THAN MEN-CHAVE
                     INVALID KEY GO TO ULTIMO-MOV-HIST.
       ULTIMO-MOV-MEN-LE.
                READ CADMENS NEXT RECORD
                     AT END GO TO ULTIMO-MOV-HIST.
                IF MEN-RM NOT = ALU-RM
                   GO TO ULTIMO-MOV-HIST.
                COMPUTE W-DT-AUX = MEN-COMP-ANO * 10000
                                 + MEN-COMP-MES * 100 + 31
                IF W-DT-AUX > W-DT-REF
                   MOVE W-DT-AUX TO W-DT-REF.
                GO TO ULTIMO-MOV-MEN-LE.
       ULTIMO-MOV-HIST.
                IF W-HIST-ABERTO NOT = "S"
                   GO TO ULTIMO-MOV-FIM.
                MOVE ALU-RM TO NTH-RM
                MOVE LOW-VALUES TO NTH-DISC
                MOVE ZEROS TO NTH-PERIODO
                START CADNOTAH KEY IS NOT LESS THAN NTH-CHAVE
                     INVALID KEY GO TO ULTIMO-MOV-FIM.
       ULTIMO-MOV-HIST-LE.
                READ CADNOTAH NEXT RECORD
                     AT END GO TO ULTIMO-MOV-FIM.
                IF NTH-RM NOT = ALU-RM
                   GO TO ULTIMO-MOV-FIM.
                COMPUTE W-DT-AUX = NTH-PER-ANO * 10000 + 1231
                IF NTH-PER-SEM = 1
                   COMPUTE W-DT-AUX = NTH-PER-ANO * 10000 + 630.
                IF W-DT-AUX > W-DT-REF
                   MOVE W-DT-AUX TO W-DT-REF.
                GO TO ULTIMO-MOV-HIST-LE.
       ULTIMO-MOV-FIM.
                EXIT.
      *
       ANON-NOTA.
                IF W-NOTA-ABERTO NOT = "S"
                   GO TO ANON-NOTA-FIM.
                MOVE ALU-RM TO RM
                MOVE LOW-VALUES TO DISCIPLINA
                START CADNOTA KEY IS NOT LESS THAN RM-DISC
                     INVALID KEY GO TO ANON-NOTA-FIM.
       ANON-NOTA-LE.
                READ CADNOTA NEXT RECORD
                     AT END GO TO ANON-NOTA-FIM.
                IF RM NOT = ALU-RM
                   GO TO ANON-NOTA-FIM.
                ADD 1 TO W-QT-NOTA W-QT-LIGADOS
                MOVE W-ANONIMO TO NOME OF REGNOTA
                MOVE SPACES TO SEXO
                MOVE ZEROS TO NASCIMENTO
                IF W-SIMULA = "S"
                   GO TO ANON-NOTA-LE.
                REWRITE REGNOTA
                IF ST-NOTA NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DE CADNOTA - " ST-NOTA
                           " RM " RM
                   GO TO ANON-NOTA-LE.
                MOVE "CADNOTA" TO W-JRN-ARQUIVO
                MOVE RM TO W-CK-NUM
                MOVE "/" TO W-CK-SEP
                MOVE DISCIPLINA TO W-CK-COMPL
                MOVE W-CHAVE-ED TO W-JRN-CHAVE
                MOVE REGNOTA TO W-JRN-DEPOIS
                WRITE REGJRN FROM W-REGJRN
                GO TO ANON-NOTA-LE.
       ANON-NOTA-FIM.
                EXIT.
      *
       ROT-RESUMO.
                WRITE REGREL FROM LIN-TRACO
                MOVE "FUNCIONARIOS ANONIMIZADOS" TO LR-DESCR
                MOVE W-QT-FUNC TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "  DEPENDENTES (CADDEP)" TO LR-DESCR
                MOVE W-QT-DEP TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "  PENSOES (CADPENSAO)" TO LR-DESCR
                MOVE W-QT-PEN TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "  CONTAS BANCARIAS (CADBANCO)" TO LR-DESCR
                MOVE W-QT-BCO TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "ALUNOS ANONIMIZADOS" TO LR-DESCR
                MOVE W-QT-ALU TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "  NOTAS DO PERIODO (CADNOTA)" TO LR-DESCR
                MOVE W-QT-NOTA TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "ALUNOS INATIVOS SEM DATA DE REFERENCIA" TO
                                                           LR-DESCR
                MOVE W-QT-SEMREF TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "JA ANONIMIZADOS ANTERIORMENTE" TO LR-DESCR
                MOVE W-QT-JA TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                IF W-SIMULA = "S"
                   MOVE "*** SIMULACAO - CADASTROS NAO ALTERADOS ***"
                                                       TO REGREL
                   WRITE REGREL.
                DISPLAY "FUNCIONARIOS ANONIMIZADOS ..: " W-QT-FUNC
                DISPLAY "ALUNOS ANONIMIZADOS ........: " W-QT-ALU
                DISPLAY "RELATORIO GRAVADO EM RELANON.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-DEP-ABERTO = "S"
                   CLOSE CADDEP.
                IF W-PEN-ABERTO = "S"
                   CLOSE CADPENSAO.
                IF W-BCO-ABERTO = "S"
                   CLOSE CADBANCO.
                IF W-ALU-ABERTO = "S"
                   CLOSE CADALUNO.
                IF W-NOTA-ABERTO = "S"
                   CLOSE CADNOTA.
                IF W-MAT-ABERTO = "S"
                   CLOSE CADMATRI.
                IF W-MEN-ABERTO = "S"
                   CLOSE CADMENS.
                IF W-HIST-ABERTO = "S"
                   CLOSE CADNOTAH.
                CLOSE CADFUNC CADJRN RELANON.
       ROT-FIMS.
                STOP RUN.
