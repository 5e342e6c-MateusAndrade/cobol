       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201675.
       AUTHOR. MATEUS.
      **************************************
      * EXAMES MEDICOS OCUPACIONAIS (ASO)  *
      * VENCIDOS OU A VENCER NA            *
      * COMPETENCIA, POR DEPARTAMENTO:     *
      * PARA CADA FUNCIONARIO ATIVO VALE O *
      * ULTIMO EXAME (CADASO.DAT) E A DATA *
      * DO PROXIMO EXAME NELE INFORMADA.   *
      * LISTA TAMBEM QUEM NAO TEM ASO E    *
      * QUEM TEVE O ULTIMO RESULTADO       *
      * INAPTO (RELASO.TXT)                *
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
       SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASO-CHAVE
                    FILE STATUS  IS ST-ASO.
       SELECT RELASO ASSIGN TO DISK
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
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
                03 ASO-CHAVE.
                   05 ASO-CHAPA      PIC 9(05).
                   05 ASO-SEQ        PIC 9(02).
                03 ASO-TIPO          PIC X(01).
                03 ASO-DATA.
                   05 ASO-DT-DIA     PIC 9(02).
                   05 ASO-DT-MES     PIC 9(02).
                   05 ASO-DT-ANO     PIC 9(04).
                03 ASO-RESULTADO     PIC X(01).
                03 ASO-MEDICO        PIC X(30).
                03 ASO-CRM           PIC X(10).
                03 ASO-PROXIMO.
                   05 ASO-PX-DIA     PIC 9(02).
                   05 ASO-PX-MES     PIC 9(02).
                   05 ASO-PX-ANO     PIC 9(04).
                03 FILLER            PIC X(15).
      *
       FD RELASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELASO.TXT".
       01 REGREL                      PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-ASO       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-EMPRESA    PIC 9(01) VALUE 1.
       77 W-EMP-FUNC   PIC 9(01) VALUE 1.
       77 W-DEPTO-IMP  PIC X(01) VALUE "N".

       01 W-QT-FUNC    PIC 9(06) VALUE ZEROS.
       01 W-QT-VENC    PIC 9(06) VALUE ZEROS.
       01 W-QT-AVENC   PIC 9(06) VALUE ZEROS.
       01 W-QT-SEM     PIC 9(06) VALUE ZEROS.
       01 W-QT-INAPTO  PIC 9(06) VALUE ZEROS.
       01 W-DP-VENC    PIC 9(06) VALUE ZEROS.
       01 W-DP-AVENC   PIC 9(06) VALUE ZEROS.
       01 W-DP-SEM     PIC 9(06) VALUE ZEROS.
       01 W-DP-INAPTO  PIC 9(06) VALUE ZEROS.
       01 W-COMP-AAAAMM PIC 9(06) VALUE ZEROS.
       01 W-PX-AAAAMM  PIC 9(06) VALUE ZEROS.
       01 W-DT-NUM     PIC 9(08) VALUE ZEROS.
       01 W-ULT-NUM    PIC 9(08) VALUE ZEROS.
       01 W-ULT-ASO    PIC X(80) VALUE SPACES.
       01 W-ACHOU      PIC X(01) VALUE "N".

       01 W-COMPETENCIA.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).

       01 LIN-TITULO.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(50)
               VALUE "EXAMES OCUPACIONAIS (ASO) VENCIDOS / A VENCER".
       01 LIN-COMP.
          03 FILLER        PIC X(13) VALUE "COMPETENCIA: ".
          03 LT-COMP-MES   PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-COMP-ANO   PIC 9(04).
          03 FILLER        PIC X(12) VALUE "   EMPRESA: ".
          03 LT-EMPRESA    PIC 9(01).
       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-DEPTO.
          03 FILLER        PIC X(14) VALUE "DEPARTAMENTO: ".
          03 LD-CODIGO     PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LD-NOME       PIC X(15).
       01 LIN-CABEC.
          03 FILLER        PIC X(07) VALUE "CHAPA".
          03 FILLER        PIC X(36) VALUE "NOME".
          03 FILLER        PIC X(05) VALUE "TIPO".
          03 FILLER        PIC X(12) VALUE "ULTIMO ASO".
          03 FILLER        PIC X(12) VALUE "PROXIMO".
          03 FILLER        PIC X(20) VALUE "SITUACAO".
       01 LIN-DET.
          03 LO-CHAPA      PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-NOME       PIC X(35).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-TIPO       PIC X(01).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LO-DT-DIA     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-DT-MES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-DT-ANO     PIC 9(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-PX-DIA     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-PX-MES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LO-PX-ANO     PIC 9(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-SITUACAO   PIC X(20).
       01 LIN-TOTDEP.
          03 FILLER        PIC X(14) VALUE "  VENCIDOS: ".
          03 LTD-VENC      PIC ZZZZZ9.
          03 FILLER        PIC X(14) VALUE "   A VENCER: ".
          03 LTD-AVENC     PIC ZZZZZ9.
          03 FILLER        PIC X(13) VALUE "   SEM ASO: ".
          03 LTD-SEM       PIC ZZZZZ9.
          03 FILLER        PIC X(12) VALUE "   INAPTO: ".
          03 LTD-INAPTO    PIC ZZZZZ9.
       01 LIN-TOTAL.
          03 FILLER        PIC X(25) VALUE "FUNCIONARIOS ATIVOS .... ".
          03 LT-QT-FUNC    PIC ZZZZZ9.
       01 LIN-TOTAL2.
          03 FILLER        PIC X(14) VALUE "VENCIDOS: ".
          03 LT-VENC       PIC ZZZZZ9.
          03 FILLER        PIC X(14) VALUE "   A VENCER: ".
          03 LT-AVENC      PIC ZZZZZ9.
          03 FILLER        PIC X(13) VALUE "   SEM ASO: ".
          03 LT-SEM        PIC ZZZZZ9.
          03 FILLER        PIC X(12) VALUE "   INAPTO: ".
          03 LT-INAPTO     PIC ZZZZZ9.

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
                OPEN INPUT CADASO
                IF ST-ASO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADASO - "
                            ST-ASO
                   CLOSE CADFUNC CADEPTO
                   GO TO ROT-FIMS.
                OPEN OUTPUT RELASO
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELASO - "
                            ST-REL
                   CLOSE CADFUNC CADEPTO CADASO
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
                MOVE ZEROS TO W-DP-VENC W-DP-AVENC W-DP-SEM W-DP-INAPTO
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
                PERFORM ULTIMO-ASO THRU ULTIMO-ASO-FIM
                PERFORM CLASSIFICA THRU CLASSIFICA-FIM
                GO TO LE-FUNC.
       FIM-DEPTO.
                IF W-DEPTO-IMP = "N"
                   GO TO LE-DEPTO.
                MOVE W-DP-VENC TO LTD-VENC
                MOVE W-DP-AVENC TO LTD-AVENC
                MOVE W-DP-SEM TO LTD-SEM
                MOVE W-DP-INAPTO TO LTD-INAPTO
                WRITE REGREL FROM LIN-TOTDEP
                WRITE REGREL FROM LIN-TRACO
                GO TO LE-DEPTO.
      *
      **********************************
      * ULTIMO EXAME DA CHAPA PELA     *
      * DATA (O DEMISSIONAL NAO ENTRA) *
      **********************************
      *
       ULTIMO-ASO.
                MOVE "N" TO W-ACHOU
                MOVE ZEROS TO W-ULT-NUM
                MOVE CHAPA TO ASO-CHAPA
                MOVE ZEROS TO ASO-SEQ
                START CADASO KEY IS NOT LESS THAN ASO-CHAVE
                     INVALID KEY GO TO ULTIMO-ASO-FIM.
       ULTIMO-ASO-LE.
                READ CADASO NEXT RECORD
                     AT END GO TO ULTIMO-ASO-FIM.
                IF ASO-CHAPA NOT = CHAPA
                   GO TO ULTIMO-ASO-FIM.
                IF ASO-TIPO = "D"
                   GO TO ULTIMO-ASO-LE.
                COMPUTE W-DT-NUM = ASO-DT-ANO * 10000
                                 + ASO-DT-MES * 100 + ASO-DT-DIA
                IF W-DT-NUM NOT < W-ULT-NUM
                   MOVE W-DT-NUM TO W-ULT-NUM
                   MOVE REGASO TO W-ULT-ASO
                   MOVE "S" TO W-ACHOU.
                GO TO ULTIMO-ASO-LE.
       ULTIMO-ASO-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO NA COMPETENCIA:       *
      * PROXIMO EXAME ANTES DO MES =   *
      * VENCIDO; NO MES = A VENCER     *
      **********************************
      *
       CLASSIFICA.
                MOVE CHAPA TO LO-CHAPA
                MOVE NOME TO LO-NOME
                MOVE SPACES TO LO-TIPO
                MOVE ZEROS TO LO-DT-DIA LO-DT-MES LO-DT-ANO
                              LO-PX-DIA LO-PX-MES LO-PX-ANO
                IF W-ACHOU = "N"
                   MOVE "SEM ASO" TO LO-SITUACAO
                   ADD 1 TO W-DP-SEM W-QT-SEM
                   GO TO CLASSIFICA-IMP.
                MOVE W-ULT-ASO TO REGASO
                MOVE ASO-TIPO TO LO-TIPO
                MOVE ASO-DT-DIA TO LO-DT-DIA
                MOVE ASO-DT-MES TO LO-DT-MES
                MOVE ASO-DT-ANO TO LO-DT-ANO
                MOVE ASO-PX-DIA TO LO-PX-DIA
                MOVE ASO-PX-MES TO LO-PX-MES
                MOVE ASO-PX-ANO TO LO-PX-ANO
                IF ASO-RESULTADO = "I"
                   MOVE "ULTIMO ASO INAPTO" TO LO-SITUACAO
                   ADD 1 TO W-DP-INAPTO W-QT-INAPTO
                   GO TO CLASSIFICA-IMP.
                COMPUTE W-PX-AAAAMM = ASO-PX-ANO * 100 + ASO-PX-MES
                IF W-PX-AAAAMM > W-COMP-AAAAMM
                   GO TO CLASSIFICA-FIM.
                IF W-PX-AAAAMM = W-COMP-AAAAMM
                   MOVE "A VENCER" TO LO-SITUACAO
                   ADD 1 TO W-DP-AVENC W-QT-AVENC
                ELSE
                   MOVE "VENCIDO" TO LO-SITUACAO
                   ADD 1 TO W-DP-VENC W-QT-VENC.
       CLASSIFICA-IMP.
                IF W-DEPTO-IMP = "N"
                   MOVE CODIGO OF REGDEPTO TO LD-CODIGO
                   MOVE DENOMINACAO OF REGDEPTO TO LD-NOME
                   WRITE REGREL FROM LIN-DEPTO
                   MOVE "S" TO W-DEPTO-IMP.
                WRITE REGREL FROM LIN-DET.
       CLASSIFICA-FIM.
                EXIT.
      *
       ROT-TOTAL.
                MOVE W-QT-FUNC TO LT-QT-FUNC
                WRITE REGREL FROM LIN-TOTAL
                MOVE W-QT-VENC TO LT-VENC
                MOVE W-QT-AVENC TO LT-AVENC
                MOVE W-QT-SEM TO LT-SEM
                MOVE W-QT-INAPTO TO LT-INAPTO
                WRITE REGREL FROM LIN-TOTAL2
                DISPLAY "FUNCIONARIOS ATIVOS: " W-QT-FUNC
                DISPLAY "VENCIDOS ..........: " W-QT-VENC
                DISPLAY "A VENCER ..........: " W-QT-AVENC
                DISPLAY "SEM ASO ...........: " W-QT-SEM
                DISPLAY "ULTIMO ASO INAPTO .: " W-QT-INAPTO
                DISPLAY "VER RELASO.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADEPTO CADASO RELASO.
       ROT-FIMS.
                STOP RUN.
