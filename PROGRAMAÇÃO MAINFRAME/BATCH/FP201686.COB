       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201686.
       AUTHOR. MATEUS.
      **************************************
      * RELATORIO DE EXCECOES DA FAIXA     *
      * SALARIAL (RELFAIXA.TXT): LISTA OS  *
      * FUNCIONARIOS ATIVOS CUJO SALARIO   *
      * INDIVIDUAL VIGENTE (CADSALFUN.DAT  *
      * OU, SEM HISTORICO, O DO CADASTRO/  *
      * CARGO) ESTA ABAIXO DO MINIMO OU    *
      * ACIMA DO MAXIMO DA FAIXA DO CARGO. *
      * EMITIR APOS TODA ALTERACAO DE      *
      * FAIXA EM FP201612                  *
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
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGCARGO
                    FILE STATUS  IS ST-CARGO
                    ALTERNATE RECORD KEY IS DENOMINACAO OF REGCARGO
                               WITH DUPLICATES.
       SELECT CADSALFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLF-CHAVE
                    FILE STATUS  IS ST-SLF.
       SELECT RELFAIXA ASSIGN TO DISK
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
                03 FUN-ADIC-TIPO       PIC X(01).
                03 FUN-ADIC-GRAU       PIC 9(01).
                03 FUN-ADIC-GRAU-X REDEFINES FUN-ADIC-GRAU PIC X(01).
                03 FUN-ADIC-PERC       PIC 9(2)V99.
                03 FUN-ADIC-PERC-X REDEFINES FUN-ADIC-PERC PIC X(04).
                03 FILLER              PIC X(16).
      *
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO              PIC 9(03).
                03 DENOMINACAO         PIC X(20).
                03 TIPO-SALARIO        PIC X(1).
                03 SALARIO-BASE        PIC 9(6)V99.
                03 NIVEL-ESCOLARIDADE  PIC 9(1).
                03 TIPO-ADICIONAL      PIC X(1).
                03 GRAU-INSALUB        PIC 9(1).
                03 GRAU-INSALUB-X REDEFINES GRAU-INSALUB
                                       PIC X(1).
                03 PERC-ADICIONAL      PIC 9(2)V99.
                03 PERC-ADICIONAL-X REDEFINES PERC-ADICIONAL
                                       PIC X(4).
                03 FAIXA-SALARIAL.
                   05 FAIXA-MIN        PIC 9(6)V99.
                   05 FAIXA-MAX        PIC 9(6)V99.
                03 FAIXA-SALARIAL-X REDEFINES FAIXA-SALARIAL
                                       PIC X(16).
                03 FILLER              PIC X(09).
      *
       FD CADSALFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALFUN.DAT".
       01 REGSALFUN.
                03 SLF-CHAVE.
                   05 SLF-CHAPA      PIC 9(05).
                   05 SLF-VIGENCIA   PIC 9(08).
                03 SLF-SALARIO       PIC 9(6)V99.
                03 SLF-CARGO         PIC 9(03).
                03 SLF-MOTIVO        PIC X(01).
                03 SLF-DATA-REG      PIC 9(08).
                03 SLF-OPERADOR      PIC X(10).
                03 FILLER            PIC X(21).
      *
       FD RELFAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFAIXA.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-CARGO     PIC X(02) VALUE "00".
       77 ST-SLF       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-SLF-ABERTO PIC X(01) VALUE "N".
       77 W-SLF-REF    PIC 9(08) VALUE ZEROS.
       77 W-SAL-FUNC   PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-AUX    PIC 9(6)V99 VALUE ZEROS.
       77 W-SAL-ORIGEM PIC X(01) VALUE SPACES.
       77 W-RESP       PIC X(01) VALUE SPACES.
       77 W-CARGO      PIC 9(03) VALUE ZEROS.
       77 W-QT-LIDOS   PIC 9(05) VALUE ZEROS.
       77 W-QT-SEMFX   PIC 9(05) VALUE ZEROS.
       77 W-QT-ABAIXO  PIC 9(05) VALUE ZEROS.
       77 W-QT-ACIMA   PIC 9(05) VALUE ZEROS.
       77 W-QT-SEMCGO  PIC 9(05) VALUE ZEROS.

       01 W-HOJE.
          03 W-HOJE-ANO     PIC 9(04).
          03 W-HOJE-MES     PIC 9(02).
          03 W-HOJE-DIA     PIC 9(02).

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(40)
               VALUE "EXCECOES DA FAIXA SALARIAL DO CARGO EM ".
          03 LC-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-ANO        PIC 9999.
       01 LIN-CAB2.
          03 FILLER        PIC X(07) VALUE "CARGO: ".
          03 LC-CARGO      PIC X(05).
       01 LIN-CAB3.
          03 FILLER        PIC X(07) VALUE "CHAPA".
          03 FILLER        PIC X(26) VALUE "NOME".
          03 FILLER        PIC X(20) VALUE "CARGO".
          03 FILLER        PIC X(11) VALUE "   SALARIO".
          03 FILLER        PIC X(11) VALUE "    MINIMO".
          03 FILLER        PIC X(11) VALUE "    MAXIMO".
          03 FILLER        PIC X(06) VALUE "SITUAC".
       01 LIN-DET.
          03 LD-CHAPA      PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CARGO      PIC 999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DENOM      PIC X(15).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SALARIO    PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MINIMO     PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MAXIMO     PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SITUACAO   PIC X(06).
       01 LIN-RES.
          03 LR-DESCR      PIC X(40).
          03 LR-QTDE       PIC ZZZZZ9.

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
                OPEN INPUT CADCARGO
                IF ST-CARGO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO - "
                            ST-CARGO
                   CLOSE CADFUNC
                   GO TO ROT-FIMS.
                OPEN INPUT CADSALFUN
                IF ST-SLF = "00"
                   MOVE "S" TO W-SLF-ABERTO.
                OPEN OUTPUT RELFAIXA
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELFAIXA - "
                            ST-REL
                   GO TO ROT-FIM.
      *
       PEDE-CARGO.
                DISPLAY "CARGO (ZEROS = TODOS): "
                MOVE ZEROS TO W-CARGO
                ACCEPT W-CARGO FROM CONSOLE
                IF W-CARGO NOT NUMERIC
                   DISPLAY "*** INFORME APENAS NUMEROS ***"
                   GO TO PEDE-CARGO.
                IF W-CARGO = ZEROS
                   GO TO CONFIRMA.
                MOVE W-CARGO TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY
                        DISPLAY "*** CARGO NAO CADASTRADO ***"
                        GO TO PEDE-CARGO.
                DISPLAY "CARGO: " DENOMINACAO OF REGCARGO.
       CONFIRMA.
                DISPLAY "EMITE O RELATORIO DE EXCECOES DA FAIXA. "
                        "CONFIRMA (S/N)? "
                ACCEPT W-RESP FROM CONSOLE
                IF W-RESP = "N" OR "n"
                   DISPLAY "*** EMISSAO CANCELADA ***"
                   GO TO ROT-FIM.
                IF W-RESP NOT = "S" AND "s"
                   GO TO CONFIRMA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-SLF-REF
                MOVE W-HOJE-DIA TO LC-DIA
                MOVE W-HOJE-MES TO LC-MES
                MOVE W-HOJE-ANO TO LC-ANO
                MOVE "TODOS" TO LC-CARGO
                IF W-CARGO NOT = ZEROS
                   MOVE W-CARGO TO LC-CARGO.
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-CAB2
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-CAB3
                WRITE REGREL FROM LIN-TRACO.
      *
      **********************************
      * VARRE OS FUNCIONARIOS ATIVOS E *
      * CONFRONTA O SALARIO VIGENTE    *
      * COM A FAIXA DO CARGO           *
      **********************************
      *
       LE-FUNC.
                READ CADFUNC NEXT RECORD
                     AT END GO TO ROT-RESUMO.
                IF DATADEMIS NOT = ZEROS
                   GO TO LE-FUNC.
                IF W-CARGO NOT = ZEROS AND CCARGO NOT = W-CARGO
                   GO TO LE-FUNC.
                ADD 1 TO W-QT-LIDOS
                MOVE CCARGO TO CODIGO OF REGCARGO
                READ CADCARGO
                     INVALID KEY
                        ADD 1 TO W-QT-SEMCGO
                        GO TO LE-FUNC.
                IF FAIXA-SALARIAL-X NOT NUMERIC
                   ADD 1 TO W-QT-SEMFX
                   GO TO LE-FUNC.
                IF FAIXA-MAX = ZEROS
                   ADD 1 TO W-QT-SEMFX
                   GO TO LE-FUNC.
                PERFORM BUSCA-SALFUN THRU BUSCA-SALFUN-FIM
                IF W-SAL-FUNC < FAIXA-MIN
                   MOVE "ABAIXO" TO LD-SITUACAO
                   ADD 1 TO W-QT-ABAIXO
                   GO TO IMPRIME-DET.
                IF W-SAL-FUNC > FAIXA-MAX
                   MOVE "ACIMA" TO LD-SITUACAO
                   ADD 1 TO W-QT-ACIMA
                   GO TO IMPRIME-DET.
                GO TO LE-FUNC.
       IMPRIME-DET.
                MOVE CHAPA TO LD-CHAPA
                MOVE NOME TO LD-NOME
                MOVE CCARGO TO LD-CARGO
                MOVE DENOMINACAO OF REGCARGO TO LD-DENOM
                MOVE W-SAL-FUNC TO LD-SALARIO
                MOVE FAIXA-MIN TO LD-MINIMO
                MOVE FAIXA-MAX TO LD-MAXIMO
                WRITE REGREL FROM LIN-DET
                GO TO LE-FUNC.
      *
       ROT-RESUMO.
                WRITE REGREL FROM LIN-TRACO
                MOVE "FUNCIONARIOS ATIVOS ANALISADOS" TO LR-DESCR
                MOVE W-QT-LIDOS TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "CARGO SEM FAIXA SALARIAL" TO LR-DESCR
                MOVE W-QT-SEMFX TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "CARGO NAO CADASTRADO" TO LR-DESCR
                MOVE W-QT-SEMCGO TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "SALARIO ABAIXO DO MINIMO DA FAIXA" TO LR-DESCR
                MOVE W-QT-ABAIXO TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "SALARIO ACIMA DO MAXIMO DA FAIXA" TO LR-DESCR
                MOVE W-QT-ACIMA TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                DISPLAY "ABAIXO DA FAIXA ..: " W-QT-ABAIXO
                DISPLAY "ACIMA DA FAIXA ...: " W-QT-ACIMA
                DISPLAY "RELATORIO GRAVADO EM RELFAIXA.TXT".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-SLF-ABERTO = "S"
                   CLOSE CADSALFUN.
                CLOSE CADFUNC CADCARGO RELFAIXA.
       ROT-FIMS.
                STOP RUN.
      *
      **********************************
      * SALARIO INDIVIDUAL VIGENTE EM  *
      * W-SLF-REF (CADSALFUN.DAT). SEM *
      * HISTORICO, VALE O SALARIO DO   *
      * CADASTRO E, NA FALTA DESTE, O  *
      * SALARIO BASE DO CARGO          *
      **********************************
      *
       BUSCA-SALFUN.
                MOVE SALARIO-BASE OF REGCARGO TO W-SAL-FUNC
                MOVE "C" TO W-SAL-ORIGEM
                IF SALBASE OF REGFUNC NOT = SPACES
                   MOVE SALBASE OF REGFUNC TO W-SAL-AUX
                   IF W-SAL-AUX > ZEROS
                      MOVE W-SAL-AUX TO W-SAL-FUNC
                      MOVE "F" TO W-SAL-ORIGEM.
                IF W-SLF-ABERTO NOT = "S"
                   GO TO BUSCA-SALFUN-FIM.
                MOVE CHAPA OF REGFUNC TO SLF-CHAPA
                MOVE ZEROS TO SLF-VIGENCIA
                START CADSALFUN KEY IS NOT LESS THAN SLF-CHAVE
                     INVALID KEY GO TO BUSCA-SALFUN-FIM.
       BUSCA-SALFUN-LE.
                READ CADSALFUN NEXT
                     AT END GO TO BUSCA-SALFUN-FIM.
                IF SLF-CHAPA NOT = CHAPA OF REGFUNC
                   GO TO BUSCA-SALFUN-FIM.
                IF SLF-VIGENCIA > W-SLF-REF
                   GO TO BUSCA-SALFUN-FIM.
                MOVE SLF-SALARIO TO W-SAL-FUNC
                MOVE "H" TO W-SAL-ORIGEM
                GO TO BUSCA-SALFUN-LE.
       BUSCA-SALFUN-FIM.
                EXIT.
