       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201695.
       AUTHOR. MATEUS.
      **************************************
      * TREINAMENTOS OBRIGATORIOS E        *
      * CERTIFICADOS A VENCER, POR         *
      * DEPARTAMENTO (RELTRE.TXT): PARA    *
      * CADA FUNCIONARIO ATIVO DA EMPRESA, *
      * OS CURSOS OBRIGATORIOS DO CARGO    *
      * (CADTREOBR) SEM TREINAMENTO OU COM *
      * O ULTIMO CERTIFICADO VENCIDO NO    *
      * INICIO DA COMPETENCIA, E OS        *
      * CERTIFICADOS (ULTIMO DE CADA       *
      * CURSO EM CADTREFUN) QUE VENCEM NOS *
      * 60 DIAS SEGUINTES                  *
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
       SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGDEPTO
                    FILE STATUS  IS ST-EPTO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGDEPTO
                               WITH DUPLICATES.
       SELECT CADTREIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRE-CODIGO
                    FILE STATUS  IS ST-TRE.
       SELECT CADTREOBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OBR-CHAVE
                    FILE STATUS  IS ST-OBR.
       SELECT CADTREFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRF-CHAVE
                    FILE STATUS  IS ST-TRF.
       SELECT RELTRE ASSIGN TO DISK
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
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO        PIC 9(03).
                03 DENOMINACAO   PIC X(15).
                03 CENTROCUSTO   PIC 9(01).
                03 FILLER        PIC X(45).
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
       FD CADTREOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREOBR.DAT".
       01 REGTREOBR.
                03 OBR-CHAVE.
                   05 OBR-CARGO      PIC 9(03).
                   05 OBR-CURSO      PIC 9(03).
                03 FILLER            PIC X(26).
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
       FD RELTRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTRE.TXT".
       01 REGREL                      PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-TRE       PIC X(02) VALUE "00".
       77 ST-OBR       PIC X(02) VALUE "00".
       77 ST-TRF       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-EMPRESA    PIC 9(01) VALUE 1.
       77 W-EMP-FUNC   PIC 9(01) VALUE 1.
       77 W-DEPTO-IMP  PIC X(01) VALUE "N".
       77 W-TRF-ABERTO PIC X(01) VALUE "N".

       01 W-QT-FUNC    PIC 9(06) VALUE ZEROS.
       01 W-QT-SEM     PIC 9(06) VALUE ZEROS.
       01 W-QT-VENC    PIC 9(06) VALUE ZEROS.
       01 W-QT-AVENC   PIC 9(06) VALUE ZEROS.
       01 W-DP-SEM     PIC 9(06) VALUE ZEROS.
       01 W-DP-VENC    PIC 9(06) VALUE ZEROS.
       01 W-DP-AVENC   PIC 9(06) VALUE ZEROS.
       01 W-CURSO      PIC 9(04) VALUE ZEROS.
       01 W-ACHOU      PIC X(01) VALUE "N".
       01 W-ULT-NUM    PIC 9(08) VALUE ZEROS.
       01 W-TRF-NUM    PIC 9(08) VALUE ZEROS.
       01 W-VAL-NUM    PIC 9(08) VALUE ZEROS.
       01 W-ULT-TRF    PIC X(100) VALUE SPACES.
       01 W-REF-DATA   PIC 9(08) VALUE ZEROS.
       01 W-REF-NUM    PIC 9(07) VALUE ZEROS.
       01 W-LIM-NUM    PIC 9(07) VALUE ZEROS.
       01 W-DIAS-RESTA PIC 9(05) VALUE ZEROS.

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

      * DATA EM DIAS CORRIDOS (W-DT-AAAAMMDD -> W-DT-NUM)
       01 W-DT-AAAAMMDD.
          03 W-DT-ANO        PIC 9(04).
          03 W-DT-MES        PIC 9(02).
          03 W-DT-DIA        PIC 9(02).
       01 W-DT-NUM     PIC 9(07) VALUE ZEROS.
       01 W-DT-ANT     PIC 9(04) VALUE ZEROS.
       01 W-DT-Q4      PIC 9(04) VALUE ZEROS.
       01 W-DT-Q100    PIC 9(04) VALUE ZEROS.
       01 W-DT-Q400    PIC 9(04) VALUE ZEROS.
       01 W-DT-REM4    PIC 9(04) VALUE ZEROS.
       01 W-DT-REM100  PIC 9(04) VALUE ZEROS.
       01 W-DT-REM400  PIC 9(04) VALUE ZEROS.
       01 TAB-ACUM.
          03 FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 TAB-ACUM-R REDEFINES TAB-ACUM.
          03 TAC-DIAS        PIC 9(03) OCCURS 12 TIMES.

       01 LIN-TITULO.
          03 FILLER        PIC X(15) VALUE SPACES.
          03 FILLER        PIC X(60) VALUE
               "TREINAMENTOS OBRIGATORIOS E CERTIFICADOS A VENCER".
       01 LIN-COMP.
          03 FILLER        PIC X(13) VALUE "COMPETENCIA: ".
          03 LT-COMP-MES   PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-COMP-ANO   PIC 9(04).
          03 FILLER        PIC X(12) VALUE "   EMPRESA: ".
          03 LT-EMPRESA    PIC 9(01).
          03 FILLER        PIC X(30)
               VALUE "   A VENCER: ATE 60 DIAS APOS ".
          03 LT-REF-DIA    PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-REF-MES    PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-REF-ANO    PIC 9(04).
       01 LIN-TRACO     PIC X(120) VALUE ALL "-".
       01 LIN-DEPTO.
          03 FILLER        PIC X(14) VALUE "DEPARTAMENTO: ".
          03 LD-CODIGO     PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LD-NOME       PIC X(15).
       01 LIN-CABEC.
          03 FILLER        PIC X(07) VALUE "CHAPA".
          03 FILLER        PIC X(31) VALUE "NOME".
          03 FILLER        PIC X(06) VALUE "CARGO".
          03 FILLER        PIC X(31) VALUE "CURSO".
          03 FILLER        PIC X(12) VALUE "ULT.TREINO".
          03 FILLER        PIC X(12) VALUE "VENCIMENTO".
          03 FILLER        PIC X(20) VALUE "SITUACAO".
       01 LIN-DET.
          03 LO-CHAPA      PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LO-CARGO      PIC 9(03).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LO-CURSO      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LO-DESCR      PIC X(26).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LO-DT-DIA     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-DT-MES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-DT-ANO     PIC 9(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-VL-DIA     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-VL-MES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-VL-ANO     PIC 9(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-SITUACAO   PIC X(21).
       01 W-SIT-AVENC.
          03 FILLER        PIC X(09) VALUE "VENCE EM ".
          03 W-SIT-DIAS    PIC ZZ9.
          03 FILLER        PIC X(05) VALUE " DIAS".
       01 LIN-TOTDEP.
          03 FILLER        PIC X(20) VALUE "  SEM TREINAMENTO: ".
          03 LTD-SEM       PIC ZZZZZ9.
          03 FILLER        PIC X(14) VALUE "   VENCIDOS: ".
          03 LTD-VENC      PIC ZZZZZ9.
          03 FILLER        PIC X(14) VALUE "   A VENCER: ".
          03 LTD-AVENC     PIC ZZZZZ9.
       01 LIN-TOTAL.
          03 FILLER        PIC X(25) VALUE "FUNCIONARIOS ATIVOS .... ".
          03 LT-QT-FUNC    PIC ZZZZZ9.
       01 LIN-TOTAL2.
          03 FILLER        PIC X(20) VALUE "SEM TREINAMENTO: ".
          03 LT-SEM        PIC ZZZZZ9.
          03 FILLER        PIC X(14) VALUE "   VENCIDOS: ".
          03 LT-VENC       PIC ZZZZZ9.
          03 FILLER        PIC X(14) VALUE "   A VENCER: ".
          03 LT-AVENC      PIC ZZZZZ9.

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
                OPEN INPUT CADEPTO
                IF ST-EPTO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO - "
                            ST-EPTO
                   CLOSE CADFUNC
                   GO TO ROT-FIMS.
                OPEN INPUT CADTREIN
                IF ST-TRE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTREIN - "
                            ST-TRE
                   CLOSE CADFUNC CADEPTO
                   GO TO ROT-FIMS.
                OPEN INPUT CADTREOBR
                IF ST-OBR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTREOBR - "
                            ST-OBR
                   CLOSE CADFUNC CADEPTO CADTREIN
                   GO TO ROT-FIMS.
                OPEN INPUT CADTREFUN
                IF ST-TRF = "00"
                   MOVE "S" TO W-TRF-ABERTO
                ELSE
                   DISPLAY "AVISO: CADTREFUN.DAT AUSENTE - NENHUM "
                           "TREINAMENTO REGISTRADO".
                OPEN OUTPUT RELTRE
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELTRE - "
                            ST-REL
                   GO TO ROT-FIM.
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
      *
      * REFERENCIA = 1o DIA DA COMPETENCIA; A VENCER ATE 60 DIAS
      *
                COMPUTE W-REF-DATA = W-COMP-ANO * 10000
                                   + W-COMP-MES * 100 + 1
                MOVE W-REF-DATA TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                MOVE W-DT-NUM TO W-REF-NUM
                COMPUTE W-LIM-NUM = W-REF-NUM + 60
                MOVE W-COMP-MES TO LT-COMP-MES LT-REF-MES
                MOVE W-COMP-ANO TO LT-COMP-ANO LT-REF-ANO
                MOVE 1 TO LT-REF-DIA
                MOVE W-EMPRESA TO LT-EMPRESA
                WRITE REGREL FROM LIN-TITULO
                WRITE REGREL FROM LIN-COMP
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-CABEC
                WRITE REGREL FROM LIN-TRACO
                MOVE ZEROS TO CODIGO OF REGDEPTO
                START CADEPTO KEY IS NOT LESS THAN CODIGO OF REGDEPTO
                     INVALID KEY GO TO ROT-TOTAL.
      *
      **********************************
      * UM DEPARTAMENTO POR VEZ: VARRE *
      * O CADFUNC ATRAS DOS ATIVOS DO  *
      * DEPARTAMENTO DA EMPRESA        *
      **********************************
      *
       LE-DEPTO.
                READ CADEPTO NEXT RECORD
                     AT END GO TO ROT-TOTAL.
                MOVE "N" TO W-DEPTO-IMP
                MOVE ZEROS TO W-DP-SEM W-DP-VENC W-DP-AVENC
                MOVE ZEROS TO CHAPA
                START CADFUNC KEY IS NOT LESS THAN CHAPA
                     INVALID KEY GO TO FIM-DEPTO.
       LE-FUNC.
                READ CADFUNC NEXT RECORD
                     AT END GO TO FIM-DEPTO.
                IF DEPARTAMENTO NOT = CODIGO OF REGDEPTO
                   GO TO LE-FUNC.
                IF DATADEMIS NOT = ZEROS OR SITFUNC NOT = "A"
                   GO TO LE-FUNC.
                MOVE 1 TO W-EMP-FUNC
                IF FUN-EMPRESA-X NUMERIC AND FUN-EMPRESA > ZEROS
                   MOVE FUN-EMPRESA TO W-EMP-FUNC.
                IF W-EMP-FUNC NOT = W-EMPRESA
                   GO TO LE-FUNC.
                ADD 1 TO W-QT-FUNC
                PERFORM OBRIGATORIOS THRU OBRIGATORIOS-FIM
                PERFORM A-VENCER THRU A-VENCER-FIM
                GO TO LE-FUNC.
       FIM-DEPTO.
                IF W-DEPTO-IMP = "N"
                   GO TO LE-DEPTO.
                MOVE W-DP-SEM TO LTD-SEM
                MOVE W-DP-VENC TO LTD-VENC
                MOVE W-DP-AVENC TO LTD-AVENC
                WRITE REGREL FROM LIN-TOTDEP
                WRITE REGREL FROM LIN-TRACO
                GO TO LE-DEPTO.
      *
      **********************************
      * CURSOS OBRIGATORIOS DO CARGO:  *
      * SEM TREINAMENTO, OU ULTIMO     *
      * CERTIFICADO JA VENCIDO NA      *
      * REFERENCIA                     *
      **********************************
      *
       OBRIGATORIOS.
                MOVE CCARGO TO OBR-CARGO
                MOVE ZEROS TO OBR-CURSO
                START CADTREOBR KEY IS NOT LESS THAN OBR-CHAVE
                     INVALID KEY GO TO OBRIGATORIOS-FIM.
       OBRIGATORIOS-LE.
                READ CADTREOBR NEXT RECORD
                     AT END GO TO OBRIGATORIOS-FIM.
                IF OBR-CARGO NOT = CCARGO
                   GO TO OBRIGATORIOS-FIM.
                MOVE OBR-CURSO TO W-CURSO
                PERFORM ULTIMO-TREINO THRU ULTIMO-TREINO-FIM
                IF W-ACHOU = "N"
                   MOVE "SEM TREINAMENTO" TO LO-SITUACAO
                   ADD 1 TO W-DP-SEM W-QT-SEM
                   PERFORM IMPRIME THRU IMPRIME-FIM
                   GO TO OBRIGATORIOS-LE.
                IF W-VAL-NUM NOT = ZEROS AND W-VAL-NUM < W-REF-DATA
                   MOVE "CERTIFICADO VENCIDO" TO LO-SITUACAO
                   ADD 1 TO W-DP-VENC W-QT-VENC
                   PERFORM IMPRIME THRU IMPRIME-FIM.
                GO TO OBRIGATORIOS-LE.
       OBRIGATORIOS-FIM.
                EXIT.
      *
      **********************************
      * CERTIFICADOS QUE VENCEM ATE 60 *
      * DIAS APOS A REFERENCIA: O      *
      * ULTIMO DE CADA CURSO DA CHAPA  *
      **********************************
      *
       A-VENCER.
                IF W-TRF-ABERTO = "N"
                   GO TO A-VENCER-FIM.
                MOVE ZEROS TO W-CURSO.
       A-VENCER-PROX.
                IF W-CURSO > 999
                   GO TO A-VENCER-FIM.
                MOVE CHAPA TO TRF-CHAPA
                MOVE W-CURSO TO TRF-CURSO
                MOVE ZEROS TO TRF-SEQ
                START CADTREFUN KEY IS NOT LESS THAN TRF-CHAVE
                     INVALID KEY GO TO A-VENCER-FIM.
                READ CADTREFUN NEXT RECORD
                     AT END GO TO A-VENCER-FIM.
                IF TRF-CHAPA NOT = CHAPA
                   GO TO A-VENCER-FIM.
                MOVE TRF-CURSO TO W-CURSO
                PERFORM ULTIMO-TREINO THRU ULTIMO-TREINO-FIM
                ADD 1 TO W-CURSO
                IF W-VAL-NUM = ZEROS OR W-VAL-NUM < W-REF-DATA
                   GO TO A-VENCER-PROX.
                MOVE W-VAL-NUM TO W-DT-AAAAMMDD
                PERFORM DIAS-DATA THRU DIAS-DATA-FIM
                IF W-DT-NUM > W-LIM-NUM
                   GO TO A-VENCER-PROX.
                COMPUTE W-DIAS-RESTA = W-DT-NUM - W-REF-NUM
                MOVE W-DIAS-RESTA TO W-SIT-DIAS
                MOVE W-SIT-AVENC TO LO-SITUACAO
                ADD 1 TO W-DP-AVENC W-QT-AVENC
                PERFORM IMPRIME THRU IMPRIME-FIM
                GO TO A-VENCER-PROX.
       A-VENCER-FIM.
                EXIT.
      *
      **********************************
      * ULTIMO TREINAMENTO DA CHAPA NO *
      * CURSO W-CURSO, PELA DATA       *
      **********************************
      *
       ULTIMO-TREINO.
                MOVE "N" TO W-ACHOU
                MOVE ZEROS TO W-ULT-NUM W-VAL-NUM
                IF W-TRF-ABERTO = "N"
                   GO TO ULTIMO-TREINO-FIM.
                MOVE CHAPA TO TRF-CHAPA
                MOVE W-CURSO TO TRF-CURSO
                MOVE ZEROS TO TRF-SEQ
                START CADTREFUN KEY IS NOT LESS THAN TRF-CHAVE
                     INVALID KEY GO TO ULTIMO-TREINO-FIM.
       ULTIMO-TREINO-LE.
                READ CADTREFUN NEXT RECORD
                     AT END GO TO ULTIMO-TREINO-FIM.
                IF TRF-CHAPA NOT = CHAPA OR TRF-CURSO NOT = W-CURSO
                   GO TO ULTIMO-TREINO-FIM.
                COMPUTE W-TRF-NUM = TRF-DT-ANO * 10000
                                  + TRF-DT-MES * 100 + TRF-DT-DIA
                IF W-TRF-NUM NOT < W-ULT-NUM
                   MOVE W-TRF-NUM TO W-ULT-NUM
                   MOVE REGTREFUN TO W-ULT-TRF
                   COMPUTE W-VAL-NUM = TRF-VL-ANO * 10000
                                     + TRF-VL-MES * 100 + TRF-VL-DIA
                   MOVE "S" TO W-ACHOU.
                GO TO ULTIMO-TREINO-LE.
       ULTIMO-TREINO-FIM.
                EXIT.
      *
      **********************************
      * LINHA DO CURSO DO FUNCIONARIO  *
      **********************************
      *
       IMPRIME.
                IF W-DEPTO-IMP = "N"
                   MOVE CODIGO OF REGDEPTO TO LD-CODIGO
                   MOVE DENOMINACAO OF REGDEPTO TO LD-NOME
                   WRITE REGREL FROM LIN-DEPTO
                   MOVE "S" TO W-DEPTO-IMP.
                MOVE CHAPA TO LO-CHAPA
                MOVE NOME TO LO-NOME
                MOVE CCARGO TO LO-CARGO
                MOVE W-CURSO TO LO-CURSO TRE-CODIGO
                MOVE SPACES TO LO-DESCR
                READ CADTREIN
                     INVALID KEY
                        MOVE "*** FORA DO CATALOGO ***" TO LO-DESCR
                     NOT INVALID KEY
                        MOVE TRE-DESCR TO LO-DESCR.
                MOVE ZEROS TO LO-DT-DIA LO-DT-MES LO-DT-ANO
                              LO-VL-DIA LO-VL-MES LO-VL-ANO
                IF W-ACHOU = "N"
                   GO TO IMPRIME-GRAVA.
                MOVE W-ULT-TRF TO REGTREFUN
                MOVE TRF-DT-DIA TO LO-DT-DIA
                MOVE TRF-DT-MES TO LO-DT-MES
                MOVE TRF-DT-ANO TO LO-DT-ANO
                MOVE TRF-VL-DIA TO LO-VL-DIA
                MOVE TRF-VL-MES TO LO-VL-MES
                MOVE TRF-VL-ANO TO LO-VL-ANO.
       IMPRIME-GRAVA.
                WRITE REGREL FROM LIN-DET.
       IMPRIME-FIM.
                EXIT.
      *
      **********************************
      * DATA AAAAMMDD EM DIAS CORRIDOS *
      * (CALENDARIO CIVIL, COM ANOS    *
      * BISSEXTOS)                     *
      **********************************
      *
       DIAS-DATA.
                IF W-DT-MES = ZEROS OR W-DT-MES > 12
                   MOVE 1 TO W-DT-MES.
                COMPUTE W-DT-ANT = W-DT-ANO - 1
                DIVIDE W-DT-ANT BY 4 GIVING W-DT-Q4
                DIVIDE W-DT-ANT BY 100 GIVING W-DT-Q100
                DIVIDE W-DT-ANT BY 400 GIVING W-DT-Q400
                COMPUTE W-DT-NUM = (W-DT-ANT * 365) + W-DT-Q4
                        - W-DT-Q100 + W-DT-Q400
                        + TAC-DIAS (W-DT-MES) + W-DT-DIA
                IF W-DT-MES < 3
                   GO TO DIAS-DATA-FIM.
                DIVIDE W-DT-ANO BY 4 GIVING W-DT-Q4
                       REMAINDER W-DT-REM4
                DIVIDE W-DT-ANO BY 100 GIVING W-DT-Q100
                       REMAINDER W-DT-REM100
                DIVIDE W-DT-ANO BY 400 GIVING W-DT-Q400
                       REMAINDER W-DT-REM400
                IF W-DT-REM4 = 0 AND
                   (W-DT-REM100 NOT = 0 OR W-DT-REM400 = 0)
                   ADD 1 TO W-DT-NUM.
       DIAS-DATA-FIM.
                EXIT.
      *
       ROT-TOTAL.
                MOVE W-QT-FUNC TO LT-QT-FUNC
                WRITE REGREL FROM LIN-TOTAL
                MOVE W-QT-SEM TO LT-SEM
                MOVE W-QT-VENC TO LT-VENC
                MOVE W-QT-AVENC TO LT-AVENC
                WRITE REGREL FROM LIN-TOTAL2
                DISPLAY "FUNCIONARIOS ATIVOS: " W-QT-FUNC
                DISPLAY "SEM TREINAMENTO ...: " W-QT-SEM
                DISPLAY "VENCIDOS ..........: " W-QT-VENC
                DISPLAY "A VENCER (60 DIAS) : " W-QT-AVENC
                DISPLAY "VER RELTRE.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-TRF-ABERTO = "S"
                   CLOSE CADTREFUN.
                CLOSE CADFUNC CADEPTO CADTREIN CADTREOBR RELTRE.
       ROT-FIMS.
                STOP RUN.
