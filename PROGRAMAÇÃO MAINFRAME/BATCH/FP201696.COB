       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201696.
       AUTHOR. MATEUS.
      **************************************
      * REORGANIZACAO E VERIFICACAO DOS    *
      * MESTRES INDEXADOS (CADFUNC,        *
      * CADCARGO, CADEPTO, CADNOTA,        *
      * FOLHAHIST, CADMENS, CADLANC E      *
      * CADPONTO): DESCARREGA CADA MESTRE  *
      * NUMA GERACAO DE BACKUP CATALOGADA  *
      * EM CADBKCAT.DAT (PONTO DE          *
      * RESTAURACAO PARA O FP201661),      *
      * VALIDA CADA REGISTRO (CAMPOS       *
      * NUMERICOS, SEQUENCIA DA CHAVE E    *
      * CPF REPETIDO) E RECARREGA NUM      *
      * ARQUIVO NOVO SEM OS REJEITADOS.    *
      * SO RODA COM A JANELA BATCH DO      *
      * FP201642 FECHADA (CADSTAT.DAT) E   *
      * SEM TRAVAS DO DIA EM CADLOCK.DAT.  *
      * NO MODO V SO VERIFICA. RELATORIO   *
      * EM RELREORG.TXT E REGISTROS        *
      * REJEITADOS EM REORGREJ.TXT         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSTAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS STA-CHAVE
                    FILE STATUS  IS ST-STA.
       SELECT CADLOCK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS LCK-CHAVE
                    FILE STATUS  IS ST-LCK.
       SELECT CADBKCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-CHAVE
                    FILE STATUS  IS ST-CAT.
       SELECT BKPOUT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-BKP.
       SELECT CADJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
       SELECT RELREORG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT REORGREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REJ.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ARQ
                    ALTERNATE RECORD KEY IS NOME OF REGFUNC
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CODIGO OF REGCARGO
                    FILE STATUS  IS ST-ARQ
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGCARGO
                               WITH DUPLICATES.
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CODIGO OF REGDEPTO
                    FILE STATUS  IS ST-ARQ
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGDEPTO
                               WITH DUPLICATES.
       SELECT CADNOTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RM-DISC
                    FILE STATUS  IS ST-ARQ
                    ALTERNATE RECORD KEY IS NOME OF REGNOTA
                               WITH DUPLICATES.
       SELECT FOLHAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FH-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MEN-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS LAN-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PON-CHAVE
                    FILE STATUS  IS ST-ARQ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTAT.DAT".
       01 REGSTAT.
                03 STA-CHAVE      PIC X(08).
                03 STA-STATUS     PIC X(01).
                03 STA-OPERADOR   PIC X(10).
                03 STA-DATA       PIC 9(08).
                03 STA-HORA       PIC 9(06).
                03 FILLER         PIC X(07).
      *
       FD CADLOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOCK.DAT".
       01 REGLOCK.
                03 LCK-CHAVE.
                   05 LCK-ARQUIVO    PIC X(08).
                   05 LCK-CHAVE-REG  PIC X(15).
                03 LCK-OPERADOR      PIC X(10).
                03 LCK-DATA          PIC 9(08).
                03 FILLER            PIC X(23).
      *
       FD CADBKCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBKCAT.DAT".
       01 REGCAT.
                03 CAT-CHAVE.
                   05 CAT-ARQUIVO    PIC X(10).
                   05 CAT-GER        PIC 9(02).
                03 CAT-DATA          PIC 9(08).
                03 CAT-HORA          PIC 9(06).
                03 CAT-REGS          PIC 9(07).
                03 CAT-ORIGEM        PIC X(01).
                03 FILLER            PIC X(16).
      *
       FD BKPOUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-BKP-NOME.
       01 REGBKP                      PIC X(850).
      *
       FD CADJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJRN.TXT".
       01 REGJRN                  PIC X(351).
      *
       FD RELREORG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREORG.TXT".
       01 REGREL                      PIC X(132).
      *
       FD REORGREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REORGREJ.TXT".
       01 REGREJ.
                03 REJ-ARQUIVO       PIC X(10).
                03 FILLER            PIC X(01).
                03 REJ-MOTIVO        PIC X(30).
                03 FILLER            PIC X(01).
                03 REJ-IMAGEM        PIC X(850).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA               PIC 9(05).
                03 CHAPA-X REDEFINES CHAPA PIC X(05).
                03 NOME                PIC X(35).
                03 CPF                 PIC 9(11).
                03 RG                  PIC X(15).
                03 NASC                PIC 9(08).
                03 ECIVIL              PIC X(1).
                03 CEP                 PIC 9(08).
                03 DEPARTAMENTO        PIC 9(3).
                03 CC                  PIC 9(1).
                03 CCARGO              PIC 9(3).
                03 TIPOSAL             PIC X(1).
                03 SALBASE             PIC 999.999,99.
                03 DATAADMIS           PIC 9(08).
                03 NFILHOS             PIC 9(1).
                03 DATADEMIS           PIC 9(08).
                03 SITFUNC             PIC X(1).
                03 FILLER              PIC X(77).
                03 FUN-EMPRESA-X       PIC X(01).
                03 FUN-ADIC-TIPO       PIC X(01).
                03 FUN-ADIC-GRAU-X     PIC X(01).
                03 FUN-ADIC-PERC-X     PIC X(04).
                03 FILLER              PIC X(16).
      *
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO              PIC 9(03).
                03 CODIGO-X REDEFINES CODIGO PIC X(03).
                03 DENOMINACAO         PIC X(20).
                03 TIPO-SALARIO        PIC X(1).
                03 SALARIO-BASE        PIC 9(6)V99.
                03 NIVEL-ESCOLARIDADE  PIC 9(1).
                03 TIPO-ADICIONAL      PIC X(1).
                03 GRAU-INSALUB-X      PIC X(1).
                03 PERC-ADICIONAL-X    PIC X(4).
                03 FAIXA-SALARIAL-X    PIC X(16).
                03 FILLER              PIC X(09).
      *
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO        PIC 9(03).
                03 CODIGO-X REDEFINES CODIGO PIC X(03).
                03 DENOMINACAO   PIC X(15).
                03 CENTROCUSTO   PIC 9(01).
                03 FILLER        PIC X(01).
                03 DEPTO-SUPERIOR-X PIC X(03).
                03 CHAPA-GERENTE-X  PIC X(05).
                03 FILLER        PIC X(36).
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
                03 NASCIMENTO    PIC 9(08).
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
       FD FOLHAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAHIST.DAT".
       01 REGFHIST.
                03 FH-CHAVE.
                   05 FH-CHAPA       PIC 9(05).
                   05 FH-COMP        PIC 9(06).
                   05 FH-TIPO        PIC X(01).
                   05 FH-SEQ         PIC 9(02).
                03 FH-BRUTO          PIC 9(6)V99.
                03 FH-INSS           PIC 9(6)V99.
                03 FH-IRRF           PIC 9(6)V99.
                03 FH-LIQUIDO        PIC 9(6)V99.
                03 FH-DATA-CALC      PIC 9(08).
                03 FH-FGTS-X         PIC X(08).
                03 FH-EMPRESA-X      PIC X(01).
                03 FILLER            PIC X(01).
      *
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
                03 MEN-CHAVE.
                   05 MEN-RM        PIC 9(05).
                   05 MEN-COMP      PIC 9(06).
                03 MEN-VALOR        PIC 9(6)V99.
                03 MEN-SITUACAO     PIC X(01).
                03 MEN-DATA-PAGTO   PIC 9(08).
                03 MEN-VALOR-PAGO-X PIC X(08).
                03 MEN-DESCONTO-X   PIC X(08).
                03 MEN-BOLSA-TIPO   PIC X(01).
                03 MEN-DIA-VENC-X   PIC X(02).
                03 MEN-REMESSA      PIC X(01).
                03 FILLER           PIC X(02).
      *
       FD CADLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLANC.DAT".
       01 REGLANC.
                03 LAN-CHAVE.
                   05 LAN-CHAPA      PIC 9(05).
                   05 LAN-COMP       PIC 9(06).
                   05 LAN-EVENTO     PIC 9(03).
                03 LAN-VALOR      PIC 9(6)V99.
                03 FILLER         PIC X(18).
      *
       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
                03 PON-CHAVE.
                   05 PON-CHAPA      PIC 9(05).
                   05 PON-COMP       PIC 9(06).
                03 PON-HORAS      PIC 9(3)V99.
                03 PON-HORASEXT   PIC 9(3)V99.
                03 PON-DIASFALTA  PIC 9(02).
                03 PON-EXT100-X   PIC X(05).
                03 FILLER         PIC X(36).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-STA       PIC X(02) VALUE "00".
       77 ST-LCK       PIC X(02) VALUE "00".
       77 ST-CAT       PIC X(02) VALUE "00".
       77 ST-BKP       PIC X(02) VALUE "00".
       77 ST-JRN       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-REJ       PIC X(02) VALUE "00".
       77 ST-ARQ       PIC X(02) VALUE "00".
       77 W-MODO       PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-LIMITE     PIC 9(03) VALUE ZEROS.
       77 W-GER-MAX    PIC 9(01) VALUE ZEROS.
       77 W-GER        PIC 9(02) VALUE ZEROS.
       77 W-GER-D      PIC 9(01) VALUE ZEROS.
       77 W-ARQ        PIC X(10) VALUE SPACES.
       77 W-BKP-NOME   PIC X(15) VALUE SPACES.
       77 W-BKP-ABERTO PIC X(01) VALUE "N".
       77 W-ERRO-BKP   PIC X(01) VALUE "N".
       77 W-RECARGA    PIC X(01) VALUE "N".
       77 W-TRAVAS     PIC 9(05) VALUE ZEROS.
       77 W-TRAVAS-ANT PIC 9(05) VALUE ZEROS.
       77 W-REGS       PIC 9(07) VALUE ZEROS.
       77 W-ANTES      PIC 9(07) VALUE ZEROS.
       77 W-DEPOIS     PIC 9(07) VALUE ZEROS.
       77 W-REJ        PIC 9(07) VALUE ZEROS.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-ALERTAS    PIC 9(05) VALUE ZEROS.
       77 W-TOT-ARQ    PIC 9(02) VALUE ZEROS.
       77 W-TOT-ANTES  PIC 9(08) VALUE ZEROS.
       77 W-TOT-DEPOIS PIC 9(08) VALUE ZEROS.
       77 W-TOT-REJ    PIC 9(08) VALUE ZEROS.
       77 W-CPF-ANT    PIC 9(11) VALUE ZEROS.
       77 W-CHAPA-ANT  PIC 9(05) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-CHAVE-ATU  PIC X(20) VALUE SPACES.
       77 W-CHAVE-ANT  PIC X(20) VALUE LOW-VALUES.
       77 W-T-INI      PIC 9(07) VALUE ZEROS.
       77 W-T-FIM      PIC 9(07) VALUE ZEROS.
       77 W-T-GERAL    PIC 9(07) VALUE ZEROS.
       77 W-TEMPO      PIC 9(05)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HORA-ATU.
          03 W-HO-HH   PIC 9(02).
          03 W-HO-MM   PIC 9(02).
          03 W-HO-SS   PIC 9(02).
          03 W-HO-CC   PIC 9(02).
       01 W-HORA-NUM   PIC 9(06) VALUE ZEROS.
       01 W-IMAGEM     PIC X(850) VALUE SPACES.

       01  W-REGJRN.
           03  W-JRN-DATA      PIC 9(08).
           03  W-JRN-ARQUIVO   PIC X(08).
           03  W-JRN-OPERACAO  PIC X(10).
           03  W-JRN-CHAVE     PIC X(15).
           03  W-JRN-ANTES     PIC X(150).
           03  W-JRN-DEPOIS    PIC X(150).
           03  W-JRN-OPERADOR  PIC X(10).

       01 W-JRN-RESUMO.
          03 FILLER        PIC X(06) VALUE "ANTES ".
          03 JR-ANTES      PIC 9(07).
          03 FILLER        PIC X(08) VALUE " DEPOIS ".
          03 JR-DEPOIS     PIC 9(07).
          03 FILLER        PIC X(12) VALUE " REJEITADOS ".
          03 JR-REJ        PIC 9(07).

       01 LIN-TRACO     PIC X(132) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER        PIC X(10) VALUE SPACES.
          03 FILLER        PIC X(45)
               VALUE "REORGANIZACAO DOS MESTRES INDEXADOS - DATA ".
          03 CB-DATA       PIC 9999/99/99.
          03 FILLER        PIC X(07) VALUE "  HORA ".
          03 CB-HH         PIC 99.
          03 FILLER        PIC X VALUE ":".
          03 CB-MM         PIC 99.
          03 FILLER        PIC X(13) VALUE "  OPERADOR: ".
          03 CB-OPERADOR   PIC X(10).
       01 LIN-CAB2.
          03 FILLER        PIC X(10) VALUE SPACES.
          03 CB-MODO       PIC X(70).
       01 LIN-ARQ.
          03 FILLER        PIC X(09) VALUE "ARQUIVO: ".
          03 LA-ARQUIVO    PIC X(10).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LA-TEXTO      PIC X(40).
       01 LIN-REJ.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LR-TIPO       PIC X(10).
          03 FILLER        PIC X(07) VALUE "CHAVE: ".
          03 LR-CHAVE      PIC X(20).
          03 FILLER        PIC X(10) VALUE "  MOTIVO: ".
          03 LR-MOTIVO     PIC X(30).
       01 LIN-CPF.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(14) VALUE "ALERTA    CPF ".
          03 LC-CPF        PIC 9(11).
          03 FILLER        PIC X(22) VALUE " REPETIDO NAS CHAPAS ".
          03 LC-CHAPA1     PIC 9(05).
          03 FILLER        PIC X(03) VALUE " E ".
          03 LC-CHAPA2     PIC 9(05).
       01 LIN-AVISO.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LV-TEXTO      PIC X(100).
       01 LIN-TOT.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(07) VALUE "ANTES: ".
          03 LT-ANTES      PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(10) VALUE "  DEPOIS: ".
          03 LT-DEPOIS     PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(14) VALUE "  REJEITADOS: ".
          03 LT-REJ        PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(11) VALUE "  ALERTAS: ".
          03 LT-ALERTAS    PIC ZZZZ9.
          03 FILLER        PIC X(11) VALUE "  GERACAO: ".
          03 LT-GERACAO    PIC X(15).
          03 FILLER        PIC X(09) VALUE "  TEMPO: ".
          03 LT-TEMPO      PIC ZZZZ9,99.
          03 FILLER        PIC X(02) VALUE " S".
       01 LIN-GERAL.
          03 FILLER        PIC X(11) VALUE "ARQUIVOS: ".
          03 LG-ARQ        PIC Z9.
          03 FILLER        PIC X(09) VALUE "  ANTES: ".
          03 LG-ANTES      PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(10) VALUE "  DEPOIS: ".
          03 LG-DEPOIS     PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(14) VALUE "  REJEITADOS: ".
          03 LG-REJ        PIC ZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(15) VALUE "  TEMPO TOTAL: ".
          03 LG-TEMPO      PIC ZZZZ9,99.
          03 FILLER        PIC X(02) VALUE " S".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PEDE-MODO.
                DISPLAY "MODO (V = SO VERIFICAR, "
                        "R = REORGANIZAR E RECARREGAR): "
                ACCEPT W-MODO FROM CONSOLE
                IF W-MODO = "v" MOVE "V" TO W-MODO.
                IF W-MODO = "r" MOVE "R" TO W-MODO.
                IF W-MODO NOT = "V" AND W-MODO NOT = "R"
                   GO TO PEDE-MODO.
       PEDE-OPERADOR.
                DISPLAY "OPERADOR RESPONSAVEL: "
                ACCEPT W-OPERADOR FROM CONSOLE
                IF W-OPERADOR = SPACES
                   GO TO PEDE-OPERADOR.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                IF W-MODO = "V"
                   GO TO ABRE-001.
      *
      **********************************
      * SO REORGANIZA COM A JANELA     *
      * BATCH FECHADA (CADSTAT) E SEM  *
      * REGISTRO PRESO POR TERMINAL    *
      * HOJE (CADLOCK)                 *
      **********************************
      *
       VERIFICA-JANELA.
                OPEN INPUT CADSTAT
                IF ST-STA NOT = "00"
                   DISPLAY "*** SEM CONTROLE DE JANELA (CADSTAT) - "
                           ST-STA " ***"
                   GO TO RECUSA-JANELA.
                MOVE "SISTEMA " TO STA-CHAVE
                READ CADSTAT
                     INVALID KEY MOVE SPACES TO STA-STATUS.
                CLOSE CADSTAT
                IF STA-STATUS = "F"
                   GO TO VERIFICA-TRAVAS.
       RECUSA-JANELA.
                DISPLAY "*** REORGANIZACAO RECUSADA: MANUTENCAO ONLINE "
                        "LIBERADA ***"
                DISPLAY "*** EXECUTE DENTRO DA JANELA BATCH DO "
                        "FP201642 ***"
                GO TO ROT-FIMS.
      *
       VERIFICA-TRAVAS.
                MOVE ZEROS TO W-TRAVAS W-TRAVAS-ANT
                OPEN INPUT CADLOCK
                IF ST-LCK NOT = "00"
                   GO TO VERIFICA-TRAVAS-FIM.
       VERIFICA-TRAVAS-LE.
                READ CADLOCK NEXT RECORD
                     AT END GO TO VERIFICA-TRAVAS-FECHA.
                IF LCK-DATA < W-HOJE
                   ADD 1 TO W-TRAVAS-ANT
                   GO TO VERIFICA-TRAVAS-LE.
                ADD 1 TO W-TRAVAS
                DISPLAY "TRAVA ATIVA: " LCK-ARQUIVO " " LCK-CHAVE-REG
                        " OPERADOR " LCK-OPERADOR
                GO TO VERIFICA-TRAVAS-LE.
       VERIFICA-TRAVAS-FECHA.
                CLOSE CADLOCK.
       VERIFICA-TRAVAS-FIM.
                IF W-TRAVAS > ZEROS
                   DISPLAY "*** REORGANIZACAO RECUSADA: " W-TRAVAS
                           " REGISTRO(S) PRESO(S) EM CADLOCK ***"
                   GO TO ROT-FIMS.
                IF W-TRAVAS-ANT > ZEROS
                   DISPLAY "AVISO: " W-TRAVAS-ANT " TRAVA(S) DE DIAS "
                           "ANTERIORES IGNORADA(S)".
       PEDE-GERACOES.
                DISPLAY "GERACOES A MANTER (1-9): "
                ACCEPT W-GER-MAX FROM CONSOLE
                IF W-GER-MAX = ZEROS
                   DISPLAY "*** INFORME DE 1 A 9 ***"
                   GO TO PEDE-GERACOES.
       PEDE-LIMITE.
                DISPLAY "LIMITE DE REJEITADOS POR ARQUIVO PARA "
                        "RECARGA (% 0-100): "
                ACCEPT W-LIMITE FROM CONSOLE
                IF W-LIMITE > 100
                   GO TO PEDE-LIMITE.
      *
       ABRE-001.
                OPEN OUTPUT RELREORG
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELREORG - "
                            ST-REL
                   GO TO ROT-FIMS.
                OPEN OUTPUT REORGREJ
                IF ST-REJ NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO REORGREJ - "
                            ST-REJ
                   CLOSE RELREORG
                   GO TO ROT-FIMS.
                IF W-MODO = "V"
                   GO TO IMPRIME-CAB.
                OPEN I-O CADBKCAT
                IF ST-CAT NOT = "00"
                   IF ST-CAT = "30" OR "35"
                      OPEN OUTPUT CADBKCAT
                      CLOSE CADBKCAT
                      OPEN I-O CADBKCAT
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBKCAT - "
                               ST-CAT
                      CLOSE RELREORG REORGREJ
                      GO TO ROT-FIMS.
                OPEN EXTEND CADJRN
                IF ST-JRN NOT = "00"
                   OPEN OUTPUT CADJRN
                   CLOSE CADJRN
                   OPEN EXTEND CADJRN.
      *
       IMPRIME-CAB.
                ACCEPT W-HORA-ATU FROM TIME
                COMPUTE W-T-GERAL = W-HO-HH * 360000 + W-HO-MM * 6000
                        + W-HO-SS * 100 + W-HO-CC
                MOVE W-HOJE TO CB-DATA
                MOVE W-HO-HH TO CB-HH
                MOVE W-HO-MM TO CB-MM
                MOVE W-OPERADOR TO CB-OPERADOR
                IF W-MODO = "V"
                   MOVE "MODO V: SO VERIFICACAO, ARQUIVOS NAO ALTERADOS"
                        TO CB-MODO
                ELSE
                   MOVE "MODO R: DESCARGA EM GERACAO DE BACKUP, "
                        TO CB-MODO
                   MOVE "VALIDACAO E RECARGA" TO CB-MODO (40:).
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-CAB2
                WRITE REGREL FROM LIN-TRACO.
      *
       REORGANIZA-TODOS.
                PERFORM REO-FUNC THRU REO-FUNC-FIM
                PERFORM REO-CARGO THRU REO-CARGO-FIM
                PERFORM REO-EPTO THRU REO-EPTO-FIM
                PERFORM REO-NOTA THRU REO-NOTA-FIM
                PERFORM REO-FHIST THRU REO-FHIST-FIM
                PERFORM REO-MENS THRU REO-MENS-FIM
                PERFORM REO-LANC THRU REO-LANC-FIM
                PERFORM REO-PONTO THRU REO-PONTO-FIM
                ACCEPT W-HORA-ATU FROM TIME
                COMPUTE W-T-FIM = W-HO-HH * 360000 + W-HO-MM * 6000
                        + W-HO-SS * 100 + W-HO-CC
                IF W-T-FIM < W-T-GERAL
                   ADD 8640000 TO W-T-FIM.
                COMPUTE W-TEMPO = (W-T-FIM - W-T-GERAL) / 100
                MOVE W-TOT-ARQ TO LG-ARQ
                MOVE W-TOT-ANTES TO LG-ANTES
                MOVE W-TOT-DEPOIS TO LG-DEPOIS
                MOVE W-TOT-REJ TO LG-REJ
                MOVE W-TEMPO TO LG-TEMPO
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-GERAL
                DISPLAY "ARQUIVOS TRATADOS: " W-TOT-ARQ
                        " - REJEITADOS: " W-TOT-REJ
                GO TO ROT-FIM.
      *
      **********************************
      * INICIO DE CADA MESTRE: ZERA    *
      * CONTADORES E, NO MODO R, ABRE  *
      * A PROXIMA GERACAO DE BACKUP    *
      **********************************
      *
       INICIA-ARQ.
                MOVE ZEROS TO W-ANTES W-DEPOIS W-REJ W-ALERTAS W-REGS
                MOVE LOW-VALUES TO W-CHAVE-ANT
                MOVE "N" TO W-BKP-ABERTO W-ERRO-BKP W-RECARGA
                MOVE SPACES TO W-BKP-NOME
                ACCEPT W-HORA-ATU FROM TIME
                COMPUTE W-T-INI = W-HO-HH * 360000 + W-HO-MM * 6000
                        + W-HO-SS * 100 + W-HO-CC
                COMPUTE W-HORA-NUM = W-HO-HH * 10000
                        + W-HO-MM * 100 + W-HO-SS
                MOVE W-ARQ TO LA-ARQUIVO
                MOVE SPACES TO LA-TEXTO
                WRITE REGREL FROM LIN-ARQ
                IF W-MODO NOT = "R"
                   GO TO INICIA-ARQ-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                IF ST-BKP = "00"
                   MOVE "S" TO W-BKP-ABERTO
                ELSE
                   MOVE "S" TO W-ERRO-BKP
                   MOVE "ERRO NA ABERTURA DA GERACAO DE BACKUP"
                        TO LV-TEXTO
                   WRITE REGREL FROM LIN-AVISO.
       INICIA-ARQ-FIM.
                EXIT.
      *
      **********************************
      * PROXIMA GERACAO DO MESTRE      *
      * (MESMO CICLO DO FP201660)      *
      **********************************
      *
       GER-PROXIMA.
                MOVE W-ARQ TO CAT-ARQUIVO
                MOVE ZEROS TO CAT-GER
                READ CADBKCAT
                     INVALID KEY
                        MOVE 1 TO W-GER
                        GO TO GER-PROXIMA-NOME.
                COMPUTE W-GER = CAT-REGS + 1
                IF W-GER > W-GER-MAX
                   MOVE 1 TO W-GER.
       GER-PROXIMA-NOME.
                MOVE W-GER TO W-GER-D
                MOVE SPACES TO W-BKP-NOME
                STRING W-ARQ DELIMITED BY SPACE
                       ".B" DELIMITED BY SIZE
                       W-GER-D DELIMITED BY SIZE
                       INTO W-BKP-NOME.
       GER-PROXIMA-FIM.
                EXIT.
      *
      **********************************
      * COPIA DO REGISTRO LIDO PARA A  *
      * GERACAO DE BACKUP              *
      **********************************
      *
       COPIA-BKP.
                IF W-BKP-ABERTO NOT = "S"
                   GO TO COPIA-BKP-FIM.
                MOVE W-IMAGEM TO REGBKP
                WRITE REGBKP
                IF ST-BKP = "00"
                   ADD 1 TO W-REGS
                ELSE
                   MOVE "S" TO W-ERRO-BKP.
       COPIA-BKP-FIM.
                EXIT.
      *
      **********************************
      * FIM DA DESCARGA: CATALOGA A    *
      * GERACAO (PONTO DE RESTAURACAO) *
      * E DECIDE SE RECARREGA          *
      **********************************
      *
       DECIDE-CARGA.
                MOVE "N" TO W-RECARGA
                IF W-MODO NOT = "R"
                   COMPUTE W-DEPOIS = W-ANTES - W-REJ
                   GO TO DECIDE-CARGA-FIM.
                MOVE W-ANTES TO W-DEPOIS
                IF W-BKP-ABERTO NOT = "S"
                   MOVE "RECARGA NAO FEITA: SEM COPIA DE SEGURANCA"
                        TO LV-TEXTO
                   WRITE REGREL FROM LIN-AVISO
                   GO TO DECIDE-CARGA-FIM.
                CLOSE BKPOUT
                MOVE "N" TO W-BKP-ABERTO
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
                IF W-ERRO-BKP = "S" OR W-REGS NOT = W-ANTES
                   MOVE "RECARGA NAO FEITA: ERRO NA GRAVACAO DA COPIA"
                        TO LV-TEXTO
                   WRITE REGREL FROM LIN-AVISO
                   GO TO DECIDE-CARGA-FIM.
                IF W-REJ * 100 > W-ANTES * W-LIMITE
                   MOVE "RECARGA NAO FEITA: REJEITADOS ACIMA DO LIMITE"
                        TO LV-TEXTO
                   WRITE REGREL FROM LIN-AVISO
                   GO TO DECIDE-CARGA-FIM.
                OPEN INPUT BKPOUT
                IF ST-BKP NOT = "00"
                   MOVE "RECARGA NAO FEITA: ERRO NA LEITURA DA COPIA"
                        TO LV-TEXTO
                   WRITE REGREL FROM LIN-AVISO
                   GO TO DECIDE-CARGA-FIM.
                MOVE "S" TO W-BKP-ABERTO W-RECARGA
                MOVE LOW-VALUES TO W-CHAVE-ANT
                MOVE ZEROS TO W-DEPOIS W-LIDOS.
       DECIDE-CARGA-FIM.
                EXIT.
      *
      **********************************
      * CATALOGO DA GERACAO GRAVADA E  *
      * ATUALIZACAO DO PONTEIRO. A     *
      * GERACAO LEVA A ORIGEM "R"      *
      **********************************
      *
       GRAVA-CAT.
                MOVE W-ARQ TO CAT-ARQUIVO
                MOVE W-GER TO CAT-GER
                MOVE W-HOJE TO CAT-DATA
                MOVE W-HORA-NUM TO CAT-HORA
                MOVE W-REGS TO CAT-REGS
                MOVE "R" TO CAT-ORIGEM
                WRITE REGCAT
                IF ST-CAT = "22"
                   REWRITE REGCAT.
                MOVE W-ARQ TO CAT-ARQUIVO
                MOVE ZEROS TO CAT-GER
                MOVE W-HOJE TO CAT-DATA
                MOVE W-HORA-NUM TO CAT-HORA
                MOVE W-GER TO CAT-REGS
                MOVE SPACES TO CAT-ORIGEM
                WRITE REGCAT
                IF ST-CAT = "22"
                   REWRITE REGCAT.
                MOVE W-BKP-NOME TO LA-ARQUIVO
                MOVE "PONTO DE RESTAURACAO CATALOGADO"
                     TO LA-TEXTO
                WRITE REGREL FROM LIN-ARQ.
       GRAVA-CAT-FIM.
                EXIT.
      *
      **********************************
      * CONFERENCIA DA GRAVACAO NA     *
      * RECARGA                        *
      **********************************
      *
       CONFERE-GRAVA.
                IF ST-ARQ = "00" OR "02"
                   ADD 1 TO W-DEPOIS
                   GO TO CONFERE-GRAVA-FIM.
                MOVE SPACES TO W-MOTIVO
                STRING "ERRO " ST-ARQ " NA GRAVACAO"
                       DELIMITED BY SIZE INTO W-MOTIVO
                MOVE REGBKP TO W-IMAGEM
                PERFORM REJEITA THRU REJEITA-FIM.
       CONFERE-GRAVA-FIM.
                EXIT.
      *
      **********************************
      * FIM DE CADA MESTRE: TEMPO,     *
      * TOTAIS E JORNAL                *
      **********************************
      *
       TOTAL-ARQ.
                IF W-BKP-ABERTO = "S"
                   CLOSE BKPOUT.
                IF W-RECARGA = "S" AND W-LIDOS NOT = W-REGS
                   MOVE "DIVERGENCIA NA LEITURA DA COPIA: RESTAURAR A "
                        TO LV-TEXTO
                   MOVE "GERACAO PELO FP201661" TO LV-TEXTO (46:)
                   WRITE REGREL FROM LIN-AVISO.
                ACCEPT W-HORA-ATU FROM TIME
                COMPUTE W-T-FIM = W-HO-HH * 360000 + W-HO-MM * 6000
                        + W-HO-SS * 100 + W-HO-CC
                IF W-T-FIM < W-T-INI
                   ADD 8640000 TO W-T-FIM.
                COMPUTE W-TEMPO = (W-T-FIM - W-T-INI) / 100
                MOVE W-ANTES TO LT-ANTES
                MOVE W-DEPOIS TO LT-DEPOIS
                MOVE W-REJ TO LT-REJ
                MOVE W-ALERTAS TO LT-ALERTAS
                MOVE W-BKP-NOME TO LT-GERACAO
                MOVE W-TEMPO TO LT-TEMPO
                WRITE REGREL FROM LIN-TOT
                WRITE REGREL FROM LIN-TRACO
                ADD 1 TO W-TOT-ARQ
                ADD W-ANTES TO W-TOT-ANTES
                ADD W-DEPOIS TO W-TOT-DEPOIS
                ADD W-REJ TO W-TOT-REJ
                DISPLAY W-ARQ " ANTES: " W-ANTES " DEPOIS: " W-DEPOIS
                        " REJEITADOS: " W-REJ
                IF W-RECARGA NOT = "S"
                   GO TO TOTAL-ARQ-FIM.
                MOVE W-ANTES TO JR-ANTES
                MOVE W-DEPOIS TO JR-DEPOIS
                MOVE W-REJ TO JR-REJ
                ACCEPT W-JRN-DATA FROM DATE YYYYMMDD
                MOVE W-ARQ TO W-JRN-ARQUIVO
                MOVE "REORGANIZA" TO W-JRN-OPERACAO
                MOVE W-BKP-NOME TO W-JRN-CHAVE
                MOVE SPACES TO W-JRN-ANTES
                MOVE W-JRN-RESUMO TO W-JRN-DEPOIS
                MOVE W-OPERADOR TO W-JRN-OPERADOR
                WRITE REGJRN FROM W-REGJRN.
       TOTAL-ARQ-FIM.
                EXIT.
      *
       NAO-ABERTO.
                MOVE W-ARQ TO LA-ARQUIVO
                MOVE SPACES TO LA-TEXTO
                STRING "NAO TRATADO - STATUS " ST-ARQ
                       DELIMITED BY SIZE INTO LA-TEXTO
                WRITE REGREL FROM LIN-ARQ
                WRITE REGREL FROM LIN-TRACO
                DISPLAY "AVISO: " W-ARQ " NAO TRATADO - " ST-ARQ.
       NAO-ABERTO-FIM.
                EXIT.
      *
      **********************************
      * REGISTRO REJEITADO: LINHA NO   *
      * RELATORIO E IMAGEM COMPLETA EM *
      * REORGREJ.TXT                   *
      **********************************
      *
       REJEITA.
                ADD 1 TO W-REJ
                MOVE "REJEITADO" TO LR-TIPO
                MOVE W-CHAVE-ATU TO LR-CHAVE
                MOVE W-MOTIVO TO LR-MOTIVO
                WRITE REGREL FROM LIN-REJ
                MOVE SPACES TO REGREJ
                MOVE W-ARQ TO REJ-ARQUIVO
                MOVE W-MOTIVO TO REJ-MOTIVO
                MOVE W-IMAGEM TO REJ-IMAGEM
                WRITE REGREJ.
       REJEITA-FIM.
                EXIT.
      *
      **********************************
      * SEQUENCIA DA CHAVE: IGUAL A    *
      * ANTERIOR E DUPLICADA, MENOR E  *
      * FORA DE SEQUENCIA              *
      **********************************
      *
       CONFERE-CHAVE.
                IF W-CHAVE-ATU = W-CHAVE-ANT
                   MOVE "CHAVE DUPLICADA" TO W-MOTIVO
                   GO TO CONFERE-CHAVE-FIM.
                IF W-CHAVE-ATU < W-CHAVE-ANT
                   MOVE "CHAVE FORA DE SEQUENCIA" TO W-MOTIVO
                   GO TO CONFERE-CHAVE-FIM.
                MOVE W-CHAVE-ATU TO W-CHAVE-ANT.
       CONFERE-CHAVE-FIM.
                EXIT.
      *
      **********************************
      * CADFUNC                        *
      **********************************
      *
       REO-FUNC.
                MOVE "CADFUNC" TO W-ARQ
                OPEN INPUT CADFUNC
                IF ST-ARQ NOT = "00"
                   PERFORM NAO-ABERTO THRU NAO-ABERTO-FIM
                   GO TO REO-FUNC-FIM.
                PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM.
       REO-FUNC-LE.
                READ CADFUNC NEXT RECORD
                     AT END GO TO REO-FUNC-DUP.
                ADD 1 TO W-ANTES
                MOVE SPACES TO W-IMAGEM
                MOVE REGFUNC TO W-IMAGEM
                PERFORM COPIA-BKP THRU COPIA-BKP-FIM
                PERFORM VAL-FUNC THRU VAL-FUNC-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM REJEITA THRU REJEITA-FIM.
                GO TO REO-FUNC-LE.
       REO-FUNC-DUP.
                CLOSE CADFUNC
                PERFORM DUP-CPF THRU DUP-CPF-FIM
                PERFORM DECIDE-CARGA THRU DECIDE-CARGA-FIM
                IF W-RECARGA NOT = "S"
                   GO TO REO-FUNC-TOT.
                OPEN OUTPUT CADFUNC
                IF ST-ARQ NOT = "00"
                   PERFORM ERRO-RECARGA THRU ERRO-RECARGA-FIM
                   GO TO REO-FUNC-TOT.
       REO-FUNC-CARGA.
                READ BKPOUT NEXT RECORD
                     AT END GO TO REO-FUNC-FECHA.
                ADD 1 TO W-LIDOS
                MOVE REGBKP TO REGFUNC
                PERFORM VAL-FUNC THRU VAL-FUNC-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO REO-FUNC-CARGA.
                WRITE REGFUNC
                PERFORM CONFERE-GRAVA THRU CONFERE-GRAVA-FIM
                GO TO REO-FUNC-CARGA.
       REO-FUNC-FECHA.
                CLOSE CADFUNC.
       REO-FUNC-TOT.
                PERFORM TOTAL-ARQ THRU TOTAL-ARQ-FIM.
       REO-FUNC-FIM.
                EXIT.
      *
       VAL-FUNC.
                MOVE SPACES TO W-MOTIVO W-CHAVE-ATU
                MOVE CHAPA-X TO W-CHAVE-ATU
                IF CHAPA NOT NUMERIC OR CHAPA = ZEROS
                   MOVE "CHAPA INVALIDA" TO W-MOTIVO
                   GO TO VAL-FUNC-FIM.
                IF CPF NOT NUMERIC
                   MOVE "CPF NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-FUNC-FIM.
                IF NASC NOT NUMERIC
                   MOVE "NASCIMENTO NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-FUNC-FIM.
                IF CEP OF REGFUNC NOT NUMERIC
                   MOVE "CEP NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-FUNC-FIM.
                IF DEPARTAMENTO NOT NUMERIC OR CC NOT NUMERIC
                   OR CCARGO NOT NUMERIC
                   MOVE "DEPTO/CC/CARGO NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-FUNC-FIM.
                IF DATAADMIS NOT NUMERIC OR DATADEMIS NOT NUMERIC
                   MOVE "ADMISSAO/DEMISSAO NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-FUNC-FIM.
                IF NFILHOS NOT NUMERIC
                   MOVE "NUMERO DE FILHOS NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-FUNC-FIM.
                IF FUN-EMPRESA-X NOT NUMERIC AND
                   FUN-EMPRESA-X NOT = SPACES
                   MOVE "EMPRESA NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-FUNC-FIM.
                IF (FUN-ADIC-GRAU-X NOT NUMERIC AND
                    FUN-ADIC-GRAU-X NOT = SPACES) OR
                   (FUN-ADIC-PERC-X NOT NUMERIC AND
                    FUN-ADIC-PERC-X NOT = SPACES)
                   MOVE "ADICIONAL NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-FUNC-FIM.
                PERFORM CONFERE-CHAVE THRU CONFERE-CHAVE-FIM.
       VAL-FUNC-FIM.
                EXIT.
      *
      **********************************
      * CPF REPETIDO EM CHAPAS         *
      * DIFERENTES (CHAVE ALTERNATIVA  *
      * COM DUPLICIDADE): SO ALERTA,   *
      * POIS A READMISSAO GERA NOVA    *
      * CHAPA COM O MESMO CPF          *
      **********************************
      *
       DUP-CPF.
                OPEN INPUT CADFUNC
                IF ST-ARQ NOT = "00"
                   GO TO DUP-CPF-FIM.
                MOVE ZEROS TO CPF W-CPF-ANT W-CHAPA-ANT
                START CADFUNC KEY IS NOT LESS THAN CPF
                      INVALID KEY GO TO DUP-CPF-FECHA.
       DUP-CPF-LE.
                READ CADFUNC NEXT RECORD
                     AT END GO TO DUP-CPF-FECHA.
                IF CPF NOT NUMERIC OR CPF = ZEROS
                   GO TO DUP-CPF-LE.
                IF CPF = W-CPF-ANT
                   MOVE CPF TO LC-CPF
                   MOVE W-CHAPA-ANT TO LC-CHAPA1
                   MOVE CHAPA TO LC-CHAPA2
                   WRITE REGREL FROM LIN-CPF
                   ADD 1 TO W-ALERTAS.
                MOVE CPF TO W-CPF-ANT
                MOVE CHAPA TO W-CHAPA-ANT
                GO TO DUP-CPF-LE.
       DUP-CPF-FECHA.
                CLOSE CADFUNC.
       DUP-CPF-FIM.
                EXIT.
      *
       ERRO-RECARGA.
                MOVE "ERRO NA ABERTURA PARA RECARGA: RESTAURAR A "
                     TO LV-TEXTO
                MOVE "GERACAO PELO FP201661" TO LV-TEXTO (44:)
                WRITE REGREL FROM LIN-AVISO
                DISPLAY "*** " W-ARQ " NAO RECARREGADO - " ST-ARQ
                        " - RESTAURAR " W-BKP-NOME " ***"
                MOVE "N" TO W-RECARGA.
       ERRO-RECARGA-FIM.
                EXIT.
      *
      **********************************
      * CADCARGO                       *
      **********************************
      *
       REO-CARGO.
                MOVE "CADCARGO" TO W-ARQ
                OPEN INPUT CADCARGO
                IF ST-ARQ NOT = "00"
                   PERFORM NAO-ABERTO THRU NAO-ABERTO-FIM
                   GO TO REO-CARGO-FIM.
                PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM.
       REO-CARGO-LE.
                READ CADCARGO NEXT RECORD
                     AT END GO TO REO-CARGO-DESC.
                ADD 1 TO W-ANTES
                MOVE SPACES TO W-IMAGEM
                MOVE REGCARGO TO W-IMAGEM
                PERFORM COPIA-BKP THRU COPIA-BKP-FIM
                PERFORM VAL-CARGO THRU VAL-CARGO-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM REJEITA THRU REJEITA-FIM.
                GO TO REO-CARGO-LE.
       REO-CARGO-DESC.
                CLOSE CADCARGO
                PERFORM DECIDE-CARGA THRU DECIDE-CARGA-FIM
                IF W-RECARGA NOT = "S"
                   GO TO REO-CARGO-TOT.
                OPEN OUTPUT CADCARGO
                IF ST-ARQ NOT = "00"
                   PERFORM ERRO-RECARGA THRU ERRO-RECARGA-FIM
                   GO TO REO-CARGO-TOT.
       REO-CARGO-CARGA.
                READ BKPOUT NEXT RECORD
                     AT END GO TO REO-CARGO-FECHA.
                ADD 1 TO W-LIDOS
                MOVE REGBKP TO REGCARGO
                PERFORM VAL-CARGO THRU VAL-CARGO-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO REO-CARGO-CARGA.
                WRITE REGCARGO
                PERFORM CONFERE-GRAVA THRU CONFERE-GRAVA-FIM
                GO TO REO-CARGO-CARGA.
       REO-CARGO-FECHA.
                CLOSE CADCARGO.
       REO-CARGO-TOT.
                PERFORM TOTAL-ARQ THRU TOTAL-ARQ-FIM.
       REO-CARGO-FIM.
                EXIT.
      *
       VAL-CARGO.
                MOVE SPACES TO W-MOTIVO W-CHAVE-ATU
                MOVE CODIGO-X OF REGCARGO TO W-CHAVE-ATU
                IF CODIGO OF REGCARGO NOT NUMERIC
                   MOVE "CODIGO NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-CARGO-FIM.
                IF SALARIO-BASE NOT NUMERIC
                   MOVE "SALARIO BASE NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-CARGO-FIM.
                IF NIVEL-ESCOLARIDADE NOT NUMERIC
                   MOVE "ESCOLARIDADE NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-CARGO-FIM.
                IF (GRAU-INSALUB-X NOT NUMERIC AND
                    GRAU-INSALUB-X NOT = SPACES) OR
                   (PERC-ADICIONAL-X NOT NUMERIC AND
                    PERC-ADICIONAL-X NOT = SPACES)
                   MOVE "ADICIONAL NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-CARGO-FIM.
                IF FAIXA-SALARIAL-X NOT NUMERIC AND
                   FAIXA-SALARIAL-X NOT = SPACES
                   MOVE "FAIXA SALARIAL NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-CARGO-FIM.
                PERFORM CONFERE-CHAVE THRU CONFERE-CHAVE-FIM.
       VAL-CARGO-FIM.
                EXIT.
      *
      **********************************
      * CADEPTO                        *
      **********************************
      *
       REO-EPTO.
                MOVE "CADEPTO" TO W-ARQ
                OPEN INPUT CADEPTO
                IF ST-ARQ NOT = "00"
                   PERFORM NAO-ABERTO THRU NAO-ABERTO-FIM
                   GO TO REO-EPTO-FIM.
                PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM.
       REO-EPTO-LE.
                READ CADEPTO NEXT RECORD
                     AT END GO TO REO-EPTO-DESC.
                ADD 1 TO W-ANTES
                MOVE SPACES TO W-IMAGEM
                MOVE REGDEPTO TO W-IMAGEM
                PERFORM COPIA-BKP THRU COPIA-BKP-FIM
                PERFORM VAL-EPTO THRU VAL-EPTO-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM REJEITA THRU REJEITA-FIM.
                GO TO REO-EPTO-LE.
       REO-EPTO-DESC.
                CLOSE CADEPTO
                PERFORM DECIDE-CARGA THRU DECIDE-CARGA-FIM
                IF W-RECARGA NOT = "S"
                   GO TO REO-EPTO-TOT.
                OPEN OUTPUT CADEPTO
                IF ST-ARQ NOT = "00"
                   PERFORM ERRO-RECARGA THRU ERRO-RECARGA-FIM
                   GO TO REO-EPTO-TOT.
       REO-EPTO-CARGA.
                READ BKPOUT NEXT RECORD
                     AT END GO TO REO-EPTO-FECHA.
                ADD 1 TO W-LIDOS
                MOVE REGBKP TO REGDEPTO
                PERFORM VAL-EPTO THRU VAL-EPTO-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO REO-EPTO-CARGA.
                WRITE REGDEPTO
                PERFORM CONFERE-GRAVA THRU CONFERE-GRAVA-FIM
                GO TO REO-EPTO-CARGA.
       REO-EPTO-FECHA.
                CLOSE CADEPTO.
       REO-EPTO-TOT.
                PERFORM TOTAL-ARQ THRU TOTAL-ARQ-FIM.
       REO-EPTO-FIM.
                EXIT.
      *
       VAL-EPTO.
                MOVE SPACES TO W-MOTIVO W-CHAVE-ATU
                MOVE CODIGO-X OF REGDEPTO TO W-CHAVE-ATU
                IF CODIGO OF REGDEPTO NOT NUMERIC
                   MOVE "CODIGO NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-EPTO-FIM.
                IF CENTROCUSTO NOT NUMERIC
                   MOVE "CENTRO DE CUSTO NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-EPTO-FIM.
                IF DEPTO-SUPERIOR-X NOT NUMERIC AND
                   DEPTO-SUPERIOR-X NOT = SPACES
                   MOVE "DEPTO SUPERIOR NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-EPTO-FIM.
                IF CHAPA-GERENTE-X NOT NUMERIC AND
                   CHAPA-GERENTE-X NOT = SPACES
                   MOVE "CHAPA DO GERENTE NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-EPTO-FIM.
                PERFORM CONFERE-CHAVE THRU CONFERE-CHAVE-FIM.
       VAL-EPTO-FIM.
                EXIT.
      *
      **********************************
      * CADNOTA                        *
      **********************************
      *
       REO-NOTA.
                MOVE "CADNOTA" TO W-ARQ
                OPEN INPUT CADNOTA
                IF ST-ARQ NOT = "00"
                   PERFORM NAO-ABERTO THRU NAO-ABERTO-FIM
                   GO TO REO-NOTA-FIM.
                PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM.
       REO-NOTA-LE.
                READ CADNOTA NEXT RECORD
                     AT END GO TO REO-NOTA-DESC.
                ADD 1 TO W-ANTES
                MOVE SPACES TO W-IMAGEM
                MOVE REGNOTA TO W-IMAGEM
                PERFORM COPIA-BKP THRU COPIA-BKP-FIM
                PERFORM VAL-NOTA THRU VAL-NOTA-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM REJEITA THRU REJEITA-FIM.
                GO TO REO-NOTA-LE.
       REO-NOTA-DESC.
                CLOSE CADNOTA
                PERFORM DECIDE-CARGA THRU DECIDE-CARGA-FIM
                IF W-RECARGA NOT = "S"
                   GO TO REO-NOTA-TOT.
                OPEN OUTPUT CADNOTA
                IF ST-ARQ NOT = "00"
                   PERFORM ERRO-RECARGA THRU ERRO-RECARGA-FIM
                   GO TO REO-NOTA-TOT.
       REO-NOTA-CARGA.
                READ BKPOUT NEXT RECORD
                     AT END GO TO REO-NOTA-FECHA.
                ADD 1 TO W-LIDOS
                MOVE REGBKP TO REGNOTA
                PERFORM VAL-NOTA THRU VAL-NOTA-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO REO-NOTA-CARGA.
                WRITE REGNOTA
                PERFORM CONFERE-GRAVA THRU CONFERE-GRAVA-FIM
                GO TO REO-NOTA-CARGA.
       REO-NOTA-FECHA.
                CLOSE CADNOTA.
       REO-NOTA-TOT.
                PERFORM TOTAL-ARQ THRU TOTAL-ARQ-FIM.
       REO-NOTA-FIM.
                EXIT.
      *
       VAL-NOTA.
                MOVE SPACES TO W-MOTIVO W-CHAVE-ATU
                MOVE RM-DISC TO W-CHAVE-ATU
                IF RM NOT NUMERIC OR RM = ZEROS
                   MOVE "RM INVALIDO" TO W-MOTIVO
                   GO TO VAL-NOTA-FIM.
                IF DISCIPLINA = SPACES
                   MOVE "DISCIPLINA EM BRANCO" TO W-MOTIVO
                   GO TO VAL-NOTA-FIM.
                IF NASCIMENTO NOT NUMERIC
                   MOVE "NASCIMENTO NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-NOTA-FIM.
                IF NOTAS NOT NUMERIC OR MEDIA NOT NUMERIC
                   MOVE "NOTAS/MEDIA NAO NUMERICAS" TO W-MOTIVO
                   GO TO VAL-NOTA-FIM.
                IF FALTAS NOT NUMERIC OR SOMAFALTAS NOT NUMERIC
                   MOVE "FALTAS NAO NUMERICAS" TO W-MOTIVO
                   GO TO VAL-NOTA-FIM.
                PERFORM CONFERE-CHAVE THRU CONFERE-CHAVE-FIM.
       VAL-NOTA-FIM.
                EXIT.
      *
      **********************************
      * FOLHAHIST                      *
      **********************************
      *
       REO-FHIST.
                MOVE "FOLHAHIST" TO W-ARQ
                OPEN INPUT FOLHAHIST
                IF ST-ARQ NOT = "00"
                   PERFORM NAO-ABERTO THRU NAO-ABERTO-FIM
                   GO TO REO-FHIST-FIM.
                PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM.
       REO-FHIST-LE.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO REO-FHIST-DESC.
                ADD 1 TO W-ANTES
                MOVE SPACES TO W-IMAGEM
                MOVE REGFHIST TO W-IMAGEM
                PERFORM COPIA-BKP THRU COPIA-BKP-FIM
                PERFORM VAL-FHIST THRU VAL-FHIST-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM REJEITA THRU REJEITA-FIM.
                GO TO REO-FHIST-LE.
       REO-FHIST-DESC.
                CLOSE FOLHAHIST
                PERFORM DECIDE-CARGA THRU DECIDE-CARGA-FIM
                IF W-RECARGA NOT = "S"
                   GO TO REO-FHIST-TOT.
                OPEN OUTPUT FOLHAHIST
                IF ST-ARQ NOT = "00"
                   PERFORM ERRO-RECARGA THRU ERRO-RECARGA-FIM
                   GO TO REO-FHIST-TOT.
       REO-FHIST-CARGA.
                READ BKPOUT NEXT RECORD
                     AT END GO TO REO-FHIST-FECHA.
                ADD 1 TO W-LIDOS
                MOVE REGBKP TO REGFHIST
                PERFORM VAL-FHIST THRU VAL-FHIST-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO REO-FHIST-CARGA.
                WRITE REGFHIST
                PERFORM CONFERE-GRAVA THRU CONFERE-GRAVA-FIM
                GO TO REO-FHIST-CARGA.
       REO-FHIST-FECHA.
                CLOSE FOLHAHIST.
       REO-FHIST-TOT.
                PERFORM TOTAL-ARQ THRU TOTAL-ARQ-FIM.
       REO-FHIST-FIM.
                EXIT.
      *
       VAL-FHIST.
                MOVE SPACES TO W-MOTIVO W-CHAVE-ATU
                MOVE FH-CHAVE TO W-CHAVE-ATU
                IF FH-CHAPA NOT NUMERIC OR FH-COMP NOT NUMERIC
                   MOVE "CHAPA/COMPETENCIA NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-FHIST-FIM.
                IF FH-TIPO NOT = "N" AND FH-TIPO NOT = "C" AND
                   FH-TIPO NOT = "D" AND FH-TIPO NOT = "R" AND
                   FH-TIPO NOT = "F"
                   MOVE "TIPO DE FOLHA INVALIDO" TO W-MOTIVO
                   GO TO VAL-FHIST-FIM.
                IF FH-SEQ NOT NUMERIC
                   MOVE "SEQUENCIA NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-FHIST-FIM.
                IF FH-BRUTO NOT NUMERIC OR FH-INSS NOT NUMERIC OR
                   FH-IRRF NOT NUMERIC OR FH-LIQUIDO NOT NUMERIC
                   MOVE "VALORES NAO NUMERICOS" TO W-MOTIVO
                   GO TO VAL-FHIST-FIM.
                IF FH-DATA-CALC NOT NUMERIC
                   MOVE "DATA DO CALCULO NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-FHIST-FIM.
                IF (FH-FGTS-X NOT NUMERIC AND
                    FH-FGTS-X NOT = SPACES) OR
                   (FH-EMPRESA-X NOT NUMERIC AND
                    FH-EMPRESA-X NOT = SPACES)
                   MOVE "FGTS/EMPRESA NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-FHIST-FIM.
                PERFORM CONFERE-CHAVE THRU CONFERE-CHAVE-FIM.
       VAL-FHIST-FIM.
                EXIT.
      *
      **********************************
      * CADMENS                        *
      **********************************
      *
       REO-MENS.
                MOVE "CADMENS" TO W-ARQ
                OPEN INPUT CADMENS
                IF ST-ARQ NOT = "00"
                   PERFORM NAO-ABERTO THRU NAO-ABERTO-FIM
                   GO TO REO-MENS-FIM.
                PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM.
       REO-MENS-LE.
                READ CADMENS NEXT RECORD
                     AT END GO TO REO-MENS-DESC.
                ADD 1 TO W-ANTES
                MOVE SPACES TO W-IMAGEM
                MOVE REGMENS TO W-IMAGEM
                PERFORM COPIA-BKP THRU COPIA-BKP-FIM
                PERFORM VAL-MENS THRU VAL-MENS-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM REJEITA THRU REJEITA-FIM.
                GO TO REO-MENS-LE.
       REO-MENS-DESC.
                CLOSE CADMENS
                PERFORM DECIDE-CARGA THRU DECIDE-CARGA-FIM
                IF W-RECARGA NOT = "S"
                   GO TO REO-MENS-TOT.
                OPEN OUTPUT CADMENS
                IF ST-ARQ NOT = "00"
                   PERFORM ERRO-RECARGA THRU ERRO-RECARGA-FIM
                   GO TO REO-MENS-TOT.
       REO-MENS-CARGA.
                READ BKPOUT NEXT RECORD
                     AT END GO TO REO-MENS-FECHA.
                ADD 1 TO W-LIDOS
                MOVE REGBKP TO REGMENS
                PERFORM VAL-MENS THRU VAL-MENS-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO REO-MENS-CARGA.
                WRITE REGMENS
                PERFORM CONFERE-GRAVA THRU CONFERE-GRAVA-FIM
                GO TO REO-MENS-CARGA.
       REO-MENS-FECHA.
                CLOSE CADMENS.
       REO-MENS-TOT.
                PERFORM TOTAL-ARQ THRU TOTAL-ARQ-FIM.
       REO-MENS-FIM.
                EXIT.
      *
       VAL-MENS.
                MOVE SPACES TO W-MOTIVO W-CHAVE-ATU
                MOVE MEN-CHAVE TO W-CHAVE-ATU
                IF MEN-RM NOT NUMERIC OR MEN-COMP NOT NUMERIC
                   MOVE "RM/COMPETENCIA NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-MENS-FIM.
                IF MEN-VALOR NOT NUMERIC
                   MOVE "VALOR NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-MENS-FIM.
                IF MEN-DATA-PAGTO NOT NUMERIC
                   MOVE "DATA DE PAGAMENTO NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-MENS-FIM.
                IF (MEN-VALOR-PAGO-X NOT NUMERIC AND
                    MEN-VALOR-PAGO-X NOT = SPACES) OR
                   (MEN-DESCONTO-X NOT NUMERIC AND
                    MEN-DESCONTO-X NOT = SPACES)
                   MOVE "PAGO/DESCONTO NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-MENS-FIM.
                IF MEN-DIA-VENC-X NOT NUMERIC AND
                   MEN-DIA-VENC-X NOT = SPACES
                   MOVE "DIA DE VENCIMENTO NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-MENS-FIM.
                PERFORM CONFERE-CHAVE THRU CONFERE-CHAVE-FIM.
       VAL-MENS-FIM.
                EXIT.
      *
      **********************************
      * CADLANC                        *
      **********************************
      *
       REO-LANC.
                MOVE "CADLANC" TO W-ARQ
                OPEN INPUT CADLANC
                IF ST-ARQ NOT = "00"
                   PERFORM NAO-ABERTO THRU NAO-ABERTO-FIM
                   GO TO REO-LANC-FIM.
                PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM.
       REO-LANC-LE.
                READ CADLANC NEXT RECORD
                     AT END GO TO REO-LANC-DESC.
                ADD 1 TO W-ANTES
                MOVE SPACES TO W-IMAGEM
                MOVE REGLANC TO W-IMAGEM
                PERFORM COPIA-BKP THRU COPIA-BKP-FIM
                PERFORM VAL-LANC THRU VAL-LANC-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM REJEITA THRU REJEITA-FIM.
                GO TO REO-LANC-LE.
       REO-LANC-DESC.
                CLOSE CADLANC
                PERFORM DECIDE-CARGA THRU DECIDE-CARGA-FIM
                IF W-RECARGA NOT = "S"
                   GO TO REO-LANC-TOT.
                OPEN OUTPUT CADLANC
                IF ST-ARQ NOT = "00"
                   PERFORM ERRO-RECARGA THRU ERRO-RECARGA-FIM
                   GO TO REO-LANC-TOT.
       REO-LANC-CARGA.
                READ BKPOUT NEXT RECORD
                     AT END GO TO REO-LANC-FECHA.
                ADD 1 TO W-LIDOS
                MOVE REGBKP TO REGLANC
                PERFORM VAL-LANC THRU VAL-LANC-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO REO-LANC-CARGA.
                WRITE REGLANC
                PERFORM CONFERE-GRAVA THRU CONFERE-GRAVA-FIM
                GO TO REO-LANC-CARGA.
       REO-LANC-FECHA.
                CLOSE CADLANC.
       REO-LANC-TOT.
                PERFORM TOTAL-ARQ THRU TOTAL-ARQ-FIM.
       REO-LANC-FIM.
                EXIT.
      *
       VAL-LANC.
                MOVE SPACES TO W-MOTIVO W-CHAVE-ATU
                MOVE LAN-CHAVE TO W-CHAVE-ATU
                IF LAN-CHAPA NOT NUMERIC OR LAN-COMP NOT NUMERIC
                   OR LAN-EVENTO NOT NUMERIC
                   MOVE "CHAVE NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-LANC-FIM.
                IF LAN-VALOR NOT NUMERIC
                   MOVE "VALOR NAO NUMERICO" TO W-MOTIVO
                   GO TO VAL-LANC-FIM.
                PERFORM CONFERE-CHAVE THRU CONFERE-CHAVE-FIM.
       VAL-LANC-FIM.
                EXIT.
      *
      **********************************
      * CADPONTO                       *
      **********************************
      *
       REO-PONTO.
                MOVE "CADPONTO" TO W-ARQ
                OPEN INPUT CADPONTO
                IF ST-ARQ NOT = "00"
                   PERFORM NAO-ABERTO THRU NAO-ABERTO-FIM
                   GO TO REO-PONTO-FIM.
                PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM.
       REO-PONTO-LE.
                READ CADPONTO NEXT RECORD
                     AT END GO TO REO-PONTO-DESC.
                ADD 1 TO W-ANTES
                MOVE SPACES TO W-IMAGEM
                MOVE REGPONTO TO W-IMAGEM
                PERFORM COPIA-BKP THRU COPIA-BKP-FIM
                PERFORM VAL-PONTO THRU VAL-PONTO-FIM
                IF W-MOTIVO NOT = SPACES
                   PERFORM REJEITA THRU REJEITA-FIM.
                GO TO REO-PONTO-LE.
       REO-PONTO-DESC.
                CLOSE CADPONTO
                PERFORM DECIDE-CARGA THRU DECIDE-CARGA-FIM
                IF W-RECARGA NOT = "S"
                   GO TO REO-PONTO-TOT.
                OPEN OUTPUT CADPONTO
                IF ST-ARQ NOT = "00"
                   PERFORM ERRO-RECARGA THRU ERRO-RECARGA-FIM
                   GO TO REO-PONTO-TOT.
       REO-PONTO-CARGA.
                READ BKPOUT NEXT RECORD
                     AT END GO TO REO-PONTO-FECHA.
                ADD 1 TO W-LIDOS
                MOVE REGBKP TO REGPONTO
                PERFORM VAL-PONTO THRU VAL-PONTO-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO REO-PONTO-CARGA.
                WRITE REGPONTO
                PERFORM CONFERE-GRAVA THRU CONFERE-GRAVA-FIM
                GO TO REO-PONTO-CARGA.
       REO-PONTO-FECHA.
                CLOSE CADPONTO.
       REO-PONTO-TOT.
                PERFORM TOTAL-ARQ THRU TOTAL-ARQ-FIM.
       REO-PONTO-FIM.
                EXIT.
      *
       VAL-PONTO.
                MOVE SPACES TO W-MOTIVO W-CHAVE-ATU
                MOVE PON-CHAVE TO W-CHAVE-ATU
                IF PON-CHAPA NOT NUMERIC OR PON-COMP NOT NUMERIC
                   MOVE "CHAPA/COMPETENCIA NAO NUMERICA" TO W-MOTIVO
                   GO TO VAL-PONTO-FIM.
                IF PON-HORAS NOT NUMERIC OR PON-HORASEXT NOT NUMERIC
                   MOVE "HORAS NAO NUMERICAS" TO W-MOTIVO
                   GO TO VAL-PONTO-FIM.
                IF PON-DIASFALTA NOT NUMERIC
                   MOVE "DIAS DE FALTA NAO NUMERICOS" TO W-MOTIVO
                   GO TO VAL-PONTO-FIM.
                IF PON-EXT100-X NOT NUMERIC AND
                   PON-EXT100-X NOT = SPACES
                   MOVE "HORAS EXTRAS 100% INVALIDAS" TO W-MOTIVO
                   GO TO VAL-PONTO-FIM.
                PERFORM CONFERE-CHAVE THRU CONFERE-CHAVE-FIM.
       VAL-PONTO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE RELREORG REORGREJ
                IF W-MODO = "R"
                   CLOSE CADBKCAT CADJRN.
       ROT-FIMS.
                GOBACK.
