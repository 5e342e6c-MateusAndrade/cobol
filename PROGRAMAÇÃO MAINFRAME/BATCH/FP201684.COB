       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201684.
       AUTHOR. MATEUS.
      **************************************
      * RELATORIO DO TITULAR DE DADOS      *
      * (RELTITULAR.TXT): DADO UM CPF E/OU *
      * UM NOME (OU INICIO DO NOME), LISTA *
      * TODOS OS REGISTROS DOS CADASTROS   *
      * QUE SE REFEREM A PESSOA, COM OS    *
      * DADOS PESSOAIS GUARDADOS:          *
      * CADFUNC (CPF OU NOME), CADDEP      *
      * (COMO DEPENDENTE OU DEPENDENTES DO *
      * FUNCIONARIO), CADPENSAO (COMO      *
      * BENEFICIARIO OU PENSAO PAGA PELO   *
      * FUNCIONARIO), CADBANCO (CONTA DO   *
      * FUNCIONARIO), CADALUNO E CADNOTA   *
      * (NOME - ALUNO NAO TEM CPF)         *
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
       SELECT RELTITULAR ASSIGN TO DISK
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
       FD RELTITULAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTITULAR.TXT".
       01 REGREL                  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-PEN       PIC X(02) VALUE "00".
       77 ST-BCO       PIC X(02) VALUE "00".
       77 ST-ALU       PIC X(02) VALUE "00".
       77 ST-NOTA      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-DEP-ABERTO PIC X(01) VALUE "N".
       77 W-PEN-ABERTO PIC X(01) VALUE "N".
       77 W-BCO-ABERTO PIC X(01) VALUE "N".
       77 W-ALU-ABERTO PIC X(01) VALUE "N".
       77 W-NOTA-ABERTO PIC X(01) VALUE "N".
       77 W-RESP       PIC X(01) VALUE SPACES.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-TAM        PIC 9(02) VALUE ZEROS.
       77 W-TAM-30     PIC 9(02) VALUE ZEROS.
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-QT-CHAPA   PIC 9(02) VALUE ZEROS.
       77 W-QT-REG     PIC 9(05) VALUE ZEROS.
       77 W-QT-FUNC    PIC 9(05) VALUE ZEROS.
       77 W-QT-DEP     PIC 9(05) VALUE ZEROS.
       77 W-QT-PEN     PIC 9(05) VALUE ZEROS.
       77 W-QT-BCO     PIC 9(05) VALUE ZEROS.
       77 W-QT-ALU     PIC 9(05) VALUE ZEROS.
       77 W-QT-NOTA    PIC 9(05) VALUE ZEROS.

       01 W-CPF        PIC 9(11) VALUE ZEROS.
       01 W-NOME       PIC X(35) VALUE SPACES.
       01 W-NOME-R REDEFINES W-NOME.
          03 W-NOME-C     PIC X(01) OCCURS 35 TIMES.
       01 W-HOJE.
          03 W-HOJE-ANO     PIC 9(04).
          03 W-HOJE-MES     PIC 9(02).
          03 W-HOJE-DIA     PIC 9(02).

      * CHAPAS DO TITULAR ENCONTRADAS EM CADFUNC
       01 TAB-CHAPA.
          03 TCH-CHAPA    PIC 9(05) OCCURS 20 TIMES.

       01 W-DATA-ED.
          03 W-DE-DIA      PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-DE-MES      PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 W-DE-ANO      PIC 9999.
       01 W-CONTA-ED.
          03 FILLER        PIC X(06) VALUE "BANCO ".
          03 W-CE-BANCO    PIC 999.
          03 FILLER        PIC X(04) VALUE " AG ".
          03 W-CE-AGENCIA  PIC 9(05).
          03 FILLER        PIC X(07) VALUE " CONTA ".
          03 W-CE-CONTA    PIC 9(10).
          03 FILLER        PIC X(01) VALUE "-".
          03 W-CE-DIGITO   PIC X(01).
       01 W-CHAVE-ED.
          03 W-CK-NUM      PIC 9(05).
          03 W-CK-SEP      PIC X(01).
          03 W-CK-COMPL    PIC X(03).
       01 W-LOCAL-ED.
          03 W-LE-BAIRRO   PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 W-LE-CIDADE   PIC X(20).
          03 FILLER        PIC X(01) VALUE "-".
          03 W-LE-UF       PIC X(02).
          03 FILLER        PIC X(06) VALUE " CEP ".
          03 W-LE-CEP      PIC 9(08).

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(42)
               VALUE "RELATORIO DE DADOS PESSOAIS DO TITULAR EM ".
          03 LC-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LC-ANO        PIC 9999.
       01 LIN-CAB2.
          03 FILLER        PIC X(06) VALUE "CPF: ".
          03 LC-CPF        PIC 9(11).
          03 FILLER        PIC X(10) VALUE "   NOME: ".
          03 LC-NOME       PIC X(35).
       01 LIN-DETCAB.
          03 FILLER        PIC X(11) VALUE "ARQUIVO".
          03 FILLER        PIC X(11) VALUE "CHAVE".
          03 FILLER        PIC X(36) VALUE "NOME".
          03 FILLER        PIC X(30) VALUE "VINCULO".
       01 LIN-DET.
          03 LD-ARQUIVO    PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CHAVE      PIC X(09).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(35).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VINCULO    PIC X(30).
       01 LIN-DADO.
          03 FILLER        PIC X(11) VALUE SPACES.
          03 LDD-ROTULO    PIC X(12).
          03 LDD-VALOR     PIC X(70).
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
                OPEN INPUT CADDEP
                IF ST-DEP = "00"
                   MOVE "S" TO W-DEP-ABERTO.
                OPEN INPUT CADPENSAO
                IF ST-PEN = "00"
                   MOVE "S" TO W-PEN-ABERTO.
                OPEN INPUT CADBANCO
                IF ST-BCO = "00"
                   MOVE "S" TO W-BCO-ABERTO.
                OPEN INPUT CADALUNO
                IF ST-ALU = "00"
                   MOVE "S" TO W-ALU-ABERTO.
                OPEN INPUT CADNOTA
                IF ST-NOTA = "00"
                   MOVE "S" TO W-NOTA-ABERTO.
                OPEN OUTPUT RELTITULAR
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELTITULAR - "
                            ST-REL
                   GO TO ROT-FIM.
      *
       PEDE-CPF.
                DISPLAY "CPF DO TITULAR (ZEROS = NAO INFORMADO): "
                MOVE ZEROS TO W-CPF
                ACCEPT W-CPF FROM CONSOLE
                IF W-CPF NOT NUMERIC
                   DISPLAY "*** INFORME APENAS NUMEROS ***"
                   GO TO PEDE-CPF.
       PEDE-NOME.
                DISPLAY "NOME OU INICIO DO NOME (BRANCOS = NAO "
                        "INFORMADO): "
                MOVE SPACES TO W-NOME
                ACCEPT W-NOME FROM CONSOLE
                IF W-CPF = ZEROS AND W-NOME = SPACES
                   DISPLAY "*** INFORME O CPF OU O NOME ***"
                   GO TO PEDE-CPF.
                MOVE 35 TO W-TAM.
       PEDE-NOME-TAM.
                IF W-TAM = ZEROS
                   GO TO CONFIRMA.
                IF W-NOME-C (W-TAM) = SPACE
                   SUBTRACT 1 FROM W-TAM
                   GO TO PEDE-NOME-TAM.
       CONFIRMA.
                MOVE W-TAM TO W-TAM-30
                IF W-TAM-30 > 30
                   MOVE 30 TO W-TAM-30.
                DISPLAY "EMITE O RELATORIO DO TITULAR. "
                        "CONFIRMA (S/N)? "
                ACCEPT W-RESP FROM CONSOLE
                IF W-RESP = "N" OR "n"
                   DISPLAY "*** EMISSAO CANCELADA ***"
                   GO TO ROT-FIM.
                IF W-RESP NOT = "S" AND "s"
                   GO TO CONFIRMA.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE-DIA TO LC-DIA
                MOVE W-HOJE-MES TO LC-MES
                MOVE W-HOJE-ANO TO LC-ANO
                MOVE W-CPF TO LC-CPF
                MOVE W-NOME TO LC-NOME
                WRITE REGREL FROM LIN-CAB1
                WRITE REGREL FROM LIN-CAB2
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-DETCAB
                MOVE ZEROS TO W-QT-CHAPA
                PERFORM BUSCA-FUNC-CPF THRU BUSCA-FUNC-CPF-FIM
                PERFORM BUSCA-FUNC-NOME THRU BUSCA-FUNC-NOME-FIM
                MOVE 1 TO W-I
                PERFORM VINCULOS-FUNC THRU VINCULOS-FUNC-FIM
                PERFORM BUSCA-DEP THRU BUSCA-DEP-FIM
                PERFORM BUSCA-PENSAO THRU BUSCA-PENSAO-FIM
                PERFORM BUSCA-ALUNO THRU BUSCA-ALUNO-FIM
                PERFORM BUSCA-NOTA THRU BUSCA-NOTA-FIM
                GO TO ROT-RESUMO.
      *
      **********************************
      * FUNCIONARIO PELO CPF E PELO    *
      * NOME (CHAVES ALTERNATIVAS)     *
      **********************************
      *
       BUSCA-FUNC-CPF.
                IF W-CPF = ZEROS
                   GO TO BUSCA-FUNC-CPF-FIM.
                MOVE W-CPF TO CPF
                START CADFUNC KEY IS EQUAL TO CPF
                     INVALID KEY GO TO BUSCA-FUNC-CPF-FIM.
       BUSCA-FUNC-CPF-LE.
                READ CADFUNC NEXT RECORD
                     AT END GO TO BUSCA-FUNC-CPF-FIM.
                IF CPF NOT = W-CPF
                   GO TO BUSCA-FUNC-CPF-FIM.
                PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM
                GO TO BUSCA-FUNC-CPF-LE.
       BUSCA-FUNC-CPF-FIM.
                EXIT.
      *
       BUSCA-FUNC-NOME.
                IF W-TAM = ZEROS
                   GO TO BUSCA-FUNC-NOME-FIM.
                MOVE W-NOME TO NOME OF REGFUNC
                START CADFUNC KEY IS NOT LESS THAN NOME OF REGFUNC
                     INVALID KEY GO TO BUSCA-FUNC-NOME-FIM.
       BUSCA-FUNC-NOME-LE.
                READ CADFUNC NEXT RECORD
                     AT END GO TO BUSCA-FUNC-NOME-FIM.
                IF NOME OF REGFUNC (1:W-TAM) NOT = W-NOME (1:W-TAM)
                   GO TO BUSCA-FUNC-NOME-FIM.
                MOVE "N" TO W-ACHOU
                MOVE 1 TO W-I
                PERFORM PROCURA-CHAPA THRU PROCURA-CHAPA-FIM
                IF W-ACHOU = "N"
                   PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM.
                GO TO BUSCA-FUNC-NOME-LE.
       BUSCA-FUNC-NOME-FIM.
                EXIT.
      *
       PROCURA-CHAPA.
                IF W-I > W-QT-CHAPA
                   GO TO PROCURA-CHAPA-FIM.
                IF TCH-CHAPA (W-I) = CHAPA
                   MOVE "S" TO W-ACHOU
                   GO TO PROCURA-CHAPA-FIM.
                ADD 1 TO W-I
                GO TO PROCURA-CHAPA.
       PROCURA-CHAPA-FIM.
                EXIT.
      *
       IMPRIME-FUNC.
                ADD 1 TO W-QT-FUNC
                IF W-QT-CHAPA < 20
                   ADD 1 TO W-QT-CHAPA
                   MOVE CHAPA TO TCH-CHAPA (W-QT-CHAPA).
                MOVE "CADFUNC" TO LD-ARQUIVO
                MOVE SPACES TO W-CHAVE-ED
                MOVE CHAPA TO W-CK-NUM
                MOVE W-CHAVE-ED TO LD-CHAVE
                MOVE NOME OF REGFUNC TO LD-NOME
                MOVE "FUNCIONARIO" TO LD-VINCULO
                IF DATADEMIS NOT = ZEROS
                   MOVE "EX-FUNCIONARIO" TO LD-VINCULO.
                WRITE REGREL FROM LIN-DET
                MOVE SPACES TO LDD-VALOR
                MOVE "CPF:" TO LDD-ROTULO
                MOVE CPF TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                MOVE "RG:" TO LDD-ROTULO
                MOVE RG TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                MOVE "NASCIMENTO:" TO LDD-ROTULO
                MOVE DIA OF REGFUNC TO W-DE-DIA
                MOVE MES OF REGFUNC TO W-DE-MES
                MOVE ANO OF REGFUNC TO W-DE-ANO
                MOVE W-DATA-ED TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                MOVE "EST. CIVIL:" TO LDD-ROTULO
                MOVE ECIVIL TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                MOVE "ENDERECO:" TO LDD-ROTULO
                MOVE LOGRAD TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                MOVE SPACES TO LDD-ROTULO
                MOVE BAIRRO TO W-LE-BAIRRO
                MOVE CIDADE TO W-LE-CIDADE
                MOVE UF TO W-LE-UF
                MOVE CEP TO W-LE-CEP
                MOVE W-LOCAL-ED TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO.
       IMPRIME-FUNC-FIM.
                EXIT.
      *
      **********************************
      * REGISTROS LIGADOS A CADA CHAPA *
      * DO TITULAR: CONTA BANCARIA,    *
      * DEPENDENTES E PENSAO PAGA      *
      **********************************
      *
       VINCULOS-FUNC.
                IF W-I > W-QT-CHAPA
                   GO TO VINCULOS-FUNC-FIM.
                IF W-BCO-ABERTO NOT = "S"
                   GO TO VINCULOS-FUNC-DEP.
                MOVE TCH-CHAPA (W-I) TO BCO-CHAPA
                READ CADBANCO
                     INVALID KEY GO TO VINCULOS-FUNC-DEP.
                ADD 1 TO W-QT-BCO
                MOVE "CADBANCO" TO LD-ARQUIVO
                MOVE SPACES TO W-CHAVE-ED
                MOVE BCO-CHAPA TO W-CK-NUM
                MOVE W-CHAVE-ED TO LD-CHAVE
                MOVE SPACES TO LD-NOME
                MOVE "CONTA DO FUNCIONARIO" TO LD-VINCULO
                WRITE REGREL FROM LIN-DET
                MOVE "CONTA:" TO LDD-ROTULO
                MOVE BCO-BANCO TO W-CE-BANCO
                MOVE BCO-AGENCIA TO W-CE-AGENCIA
                MOVE BCO-CONTA TO W-CE-CONTA
                MOVE BCO-DIGITO TO W-CE-DIGITO
                MOVE W-CONTA-ED TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO.
       VINCULOS-FUNC-DEP.
                IF W-DEP-ABERTO NOT = "S"
                   GO TO VINCULOS-FUNC-PEN.
                MOVE TCH-CHAPA (W-I) TO DEP-CHAPA
                MOVE ZEROS TO DEP-SEQ
                START CADDEP KEY IS NOT LESS THAN DEP-CHAVE
                     INVALID KEY GO TO VINCULOS-FUNC-PEN.
       VINCULOS-FUNC-DEP-LE.
                READ CADDEP NEXT RECORD
                     AT END GO TO VINCULOS-FUNC-PEN.
                IF DEP-CHAPA NOT = TCH-CHAPA (W-I)
                   GO TO VINCULOS-FUNC-PEN.
                MOVE "DEPENDENTE DO FUNCIONARIO" TO LD-VINCULO
                PERFORM IMPRIME-DEP THRU IMPRIME-DEP-FIM
                GO TO VINCULOS-FUNC-DEP-LE.
       VINCULOS-FUNC-PEN.
                IF W-PEN-ABERTO NOT = "S"
                   GO TO VINCULOS-FUNC-PROX.
                MOVE TCH-CHAPA (W-I) TO PEN-CHAPA
                READ CADPENSAO
                     INVALID KEY GO TO VINCULOS-FUNC-PROX.
                MOVE "PENSAO PAGA PELO FUNCIONARIO" TO LD-VINCULO
                PERFORM IMPRIME-PEN THRU IMPRIME-PEN-FIM.
       VINCULOS-FUNC-PROX.
                ADD 1 TO W-I
                GO TO VINCULOS-FUNC.
       VINCULOS-FUNC-FIM.
                EXIT.
      *
      **********************************
      * TITULAR COMO DEPENDENTE E COMO *
      * BENEFICIARIO DE PENSAO (SEM    *
      * CHAVE POR NOME - LEITURA TOTAL)*
      **********************************
      *
       BUSCA-DEP.
                IF W-DEP-ABERTO NOT = "S"
                   GO TO BUSCA-DEP-FIM.
                MOVE ZEROS TO DEP-CHAVE
                START CADDEP KEY IS NOT LESS THAN DEP-CHAVE
                     INVALID KEY GO TO BUSCA-DEP-FIM.
       BUSCA-DEP-LE.
                READ CADDEP NEXT RECORD
                     AT END GO TO BUSCA-DEP-FIM.
                IF W-CPF NOT = ZEROS AND DEP-CPF = W-CPF
                   GO TO BUSCA-DEP-IMP.
                IF W-TAM = ZEROS
                   GO TO BUSCA-DEP-LE.
                IF DEP-NOME (1:W-TAM-30) NOT = W-NOME (1:W-TAM-30)
                   GO TO BUSCA-DEP-LE.
       BUSCA-DEP-IMP.
                MOVE "TITULAR COMO DEPENDENTE" TO LD-VINCULO
                PERFORM IMPRIME-DEP THRU IMPRIME-DEP-FIM
                GO TO BUSCA-DEP-LE.
       BUSCA-DEP-FIM.
                EXIT.
      *
       IMPRIME-DEP.
                ADD 1 TO W-QT-DEP
                MOVE "CADDEP" TO LD-ARQUIVO
                MOVE DEP-CHAPA TO W-CK-NUM
                MOVE "/" TO W-CK-SEP
                MOVE DEP-SEQ TO W-CK-COMPL
                MOVE W-CHAVE-ED TO LD-CHAVE
                MOVE DEP-NOME TO LD-NOME
                WRITE REGREL FROM LIN-DET
                MOVE SPACES TO LDD-VALOR
                MOVE "CPF:" TO LDD-ROTULO
                MOVE DEP-CPF TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                MOVE "NASCIMENTO:" TO LDD-ROTULO
                MOVE DEP-DIA TO W-DE-DIA
                MOVE DEP-MES TO W-DE-MES
                MOVE DEP-ANO TO W-DE-ANO
                MOVE W-DATA-ED TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO.
       IMPRIME-DEP-FIM.
                EXIT.
      *
       BUSCA-PENSAO.
                IF W-PEN-ABERTO NOT = "S" OR W-TAM = ZEROS
                   GO TO BUSCA-PENSAO-FIM.
                MOVE ZEROS TO PEN-CHAPA
                START CADPENSAO KEY IS NOT LESS THAN PEN-CHAPA
                     INVALID KEY GO TO BUSCA-PENSAO-FIM.
       BUSCA-PENSAO-LE.
                READ CADPENSAO NEXT RECORD
                     AT END GO TO BUSCA-PENSAO-FIM.
                IF PEN-BENEF (1:W-TAM-30) NOT = W-NOME (1:W-TAM-30)
                   GO TO BUSCA-PENSAO-LE.
                MOVE "TITULAR COMO BENEFICIARIO" TO LD-VINCULO
                PERFORM IMPRIME-PEN THRU IMPRIME-PEN-FIM
                GO TO BUSCA-PENSAO-LE.
       BUSCA-PENSAO-FIM.
                EXIT.
      *
       IMPRIME-PEN.
                ADD 1 TO W-QT-PEN
                MOVE "CADPENSAO" TO LD-ARQUIVO
                MOVE SPACES TO W-CHAVE-ED
                MOVE PEN-CHAPA TO W-CK-NUM
                MOVE W-CHAVE-ED TO LD-CHAVE
                MOVE PEN-BENEF TO LD-NOME
                WRITE REGREL FROM LIN-DET
                MOVE "CONTA:" TO LDD-ROTULO
                MOVE PEN-BANCO TO W-CE-BANCO
                MOVE PEN-AGENCIA TO W-CE-AGENCIA
                MOVE PEN-CONTA TO W-CE-CONTA
                MOVE PEN-DIGITO TO W-CE-DIGITO
                MOVE W-CONTA-ED TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO.
       IMPRIME-PEN-FIM.
                EXIT.
      *
      **********************************
      * ALUNO E NOTAS DO PERIODO PELO  *
      * NOME (CHAVES ALTERNATIVAS)     *
      **********************************
      *
       BUSCA-ALUNO.
                IF W-ALU-ABERTO NOT = "S" OR W-TAM = ZEROS
                   GO TO BUSCA-ALUNO-FIM.
                MOVE W-NOME TO ALU-NOME
                START CADALUNO KEY IS NOT LESS THAN ALU-NOME
                     INVALID KEY GO TO BUSCA-ALUNO-FIM.
       BUSCA-ALUNO-LE.
                READ CADALUNO NEXT RECORD
                     AT END GO TO BUSCA-ALUNO-FIM.
                IF ALU-NOME (1:W-TAM) NOT = W-NOME (1:W-TAM)
                   GO TO BUSCA-ALUNO-FIM.
                ADD 1 TO W-QT-ALU
                MOVE "CADALUNO" TO LD-ARQUIVO
                MOVE SPACES TO W-CHAVE-ED
                MOVE ALU-RM TO W-CK-NUM
                MOVE W-CHAVE-ED TO LD-CHAVE
                MOVE ALU-NOME TO LD-NOME
                MOVE "ALUNO" TO LD-VINCULO
                IF ALU-SITUACAO NOT = "A"
                   MOVE "EX-ALUNO (INATIVO)" TO LD-VINCULO.
                WRITE REGREL FROM LIN-DET
                MOVE SPACES TO LDD-VALOR
                MOVE "SEXO:" TO LDD-ROTULO
                MOVE ALU-SEXO TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                MOVE "NASCIMENTO:" TO LDD-ROTULO
                MOVE ALU-DIA TO W-DE-DIA
                MOVE ALU-MES TO W-DE-MES
                MOVE ALU-ANO TO W-DE-ANO
                MOVE W-DATA-ED TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                GO TO BUSCA-ALUNO-LE.
       BUSCA-ALUNO-FIM.
                EXIT.
      *
       BUSCA-NOTA.
                IF W-NOTA-ABERTO NOT = "S" OR W-TAM = ZEROS
                   GO TO BUSCA-NOTA-FIM.
                MOVE W-NOME TO NOME OF REGNOTA
                START CADNOTA KEY IS NOT LESS THAN NOME OF REGNOTA
                     INVALID KEY GO TO BUSCA-NOTA-FIM.
       BUSCA-NOTA-LE.
                READ CADNOTA NEXT RECORD
                     AT END GO TO BUSCA-NOTA-FIM.
                IF NOME OF REGNOTA (1:W-TAM) NOT = W-NOME (1:W-TAM)
                   GO TO BUSCA-NOTA-FIM.
                ADD 1 TO W-QT-NOTA
                MOVE "CADNOTA" TO LD-ARQUIVO
                MOVE RM TO W-CK-NUM
                MOVE "/" TO W-CK-SEP
                MOVE DISCIPLINA TO W-CK-COMPL
                MOVE W-CHAVE-ED TO LD-CHAVE
                MOVE NOME OF REGNOTA TO LD-NOME
                MOVE "ALUNO NA DISCIPLINA" TO LD-VINCULO
                WRITE REGREL FROM LIN-DET
                MOVE SPACES TO LDD-VALOR
                MOVE "SEXO:" TO LDD-ROTULO
                MOVE SEXO TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                MOVE "NASCIMENTO:" TO LDD-ROTULO
                MOVE DIA OF REGNOTA TO W-DE-DIA
                MOVE MES OF REGNOTA TO W-DE-MES
                MOVE ANO OF REGNOTA TO W-DE-ANO
                MOVE W-DATA-ED TO LDD-VALOR
                WRITE REGREL FROM LIN-DADO
                GO TO BUSCA-NOTA-LE.
       BUSCA-NOTA-FIM.
                EXIT.
      *
       ROT-RESUMO.
                WRITE REGREL FROM LIN-TRACO
                MOVE "CADFUNC" TO LR-DESCR
                MOVE W-QT-FUNC TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "CADBANCO" TO LR-DESCR
                MOVE W-QT-BCO TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "CADDEP" TO LR-DESCR
                MOVE W-QT-DEP TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "CADPENSAO" TO LR-DESCR
                MOVE W-QT-PEN TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "CADALUNO" TO LR-DESCR
                MOVE W-QT-ALU TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                MOVE "CADNOTA" TO LR-DESCR
                MOVE W-QT-NOTA TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                COMPUTE W-QT-REG = W-QT-FUNC + W-QT-BCO + W-QT-DEP
                        + W-QT-PEN + W-QT-ALU + W-QT-NOTA
                MOVE "TOTAL DE REGISTROS DO TITULAR" TO LR-DESCR
                MOVE W-QT-REG TO LR-QTDE
                WRITE REGREL FROM LIN-RES
                IF W-CPF NOT = ZEROS AND W-TAM = ZEROS
                   MOVE "ALUNOS NAO TEM CPF: INFORME TAMBEM O NOME"
                                                       TO LR-DESCR
                   WRITE REGREL FROM LR-DESCR.
                DISPLAY "REGISTROS DO TITULAR ..: " W-QT-REG
                DISPLAY "RELATORIO GRAVADO EM RELTITULAR.TXT".
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
                CLOSE CADFUNC RELTITULAR.
       ROT-FIMS.
                STOP RUN.
