       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201681.
       AUTHOR. MATEUS.
      **************************************
      * ORGANOGRAMA DOS DEPARTAMENTOS      *
      * (ORGANOG.TXT): ARVORE PELO DEPTO   *
      * SUPERIOR DE CADEPTO, A PARTIR DOS  *
      * DEPTOS RAIZ (SUPERIOR 0 OU NAO     *
      * CADASTRADO), COM GERENTE, EFETIVO  *
      * PROPRIO (FUNCIONARIOS NAO          *
      * DEMITIDOS DE CADFUNC) E EFETIVO DO *
      * DEPTO MAIS TODOS OS SUBORDINADOS.  *
      * DEPTOS PRESOS EM CICLO (SEM RAIZ)  *
      * SAO LISTADOS A PARTE               *
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
       SELECT ORGANOG ASSIGN TO DISK
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
                03 FILLER              PIC X(23).
      *
       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGO        PIC 9(03).
                03 DENOMINACAO   PIC X(15).
                03 CENTROCUSTO   PIC 9(01).
                03 FILLER        PIC X(01).
                03 DEPTO-SUPERIOR PIC 9(03).
                03 DEPTO-SUPERIOR-X REDEFINES DEPTO-SUPERIOR
                                 PIC X(03).
                03 CHAPA-GERENTE PIC 9(05).
                03 CHAPA-GERENTE-X REDEFINES CHAPA-GERENTE
                                 PIC X(05).
                03 FILLER        PIC X(36).
      *
       FD ORGANOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORGANOG.TXT".
       01 REGREL                      PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 ST-EPTO      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-CICLO-IMP  PIC X(01) VALUE "N".

       01 W-IND        PIC 9(04) VALUE ZEROS.
       01 W-SUP        PIC 9(04) VALUE ZEROS.
       01 W-FILHO      PIC 9(04) VALUE ZEROS.
       01 W-RAIZ       PIC 9(04) VALUE ZEROS.
       01 W-TOPO       PIC 9(04) VALUE ZEROS.
       01 W-NIVEL      PIC 9(03) VALUE ZEROS.
       01 W-POS        PIC 9(03) VALUE ZEROS.
       01 W-QT-DEPTOS  PIC 9(04) VALUE ZEROS.
       01 W-QT-RAIZ    PIC 9(04) VALUE ZEROS.
       01 W-QT-CICLO   PIC 9(04) VALUE ZEROS.
       01 W-QT-FUNC    PIC 9(06) VALUE ZEROS.
       01 W-QT-SEMDEP  PIC 9(06) VALUE ZEROS.

      * DEPARTAMENTOS PELO CODIGO: SUPERIOR, GERENTE, EFETIVO
      * PROPRIO E DA SUBARVORE; TDP-MARCA EVITA SOMAR DUAS VEZES
      * NO MESMO ANCESTRAL QUANDO HA CICLO
       01 TAB-DEPTO.
          03 TDP-ITEM OCCURS 999 TIMES.
             05 TDP-EXISTE      PIC X(01).
             05 TDP-SUPERIOR    PIC 9(03).
             05 TDP-NOME        PIC X(15).
             05 TDP-GERENTE     PIC 9(05).
             05 TDP-DIRETO      PIC 9(05).
             05 TDP-TOTAL       PIC 9(06).
             05 TDP-MARCA       PIC 9(03).
             05 TDP-IMPRESSO    PIC X(01).

      * PILHA DO PERCURSO EM PROFUNDIDADE
       01 TAB-PILHA.
          03 TPL-ITEM OCCURS 999 TIMES.
             05 TPL-DEPTO       PIC 9(03).
             05 TPL-NIVEL       PIC 9(03).

       01 W-NO-TEXTO.
          03 W-NO-CODIGO   PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 W-NO-NOME     PIC X(15).

       01 LIN-TITULO.
          03 FILLER        PIC X(30) VALUE SPACES.
          03 FILLER        PIC X(40)
               VALUE "ORGANOGRAMA DOS DEPARTAMENTOS".
       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CABEC.
          03 FILLER        PIC X(51) VALUE "DEPARTAMENTO".
          03 FILLER        PIC X(31) VALUE "GERENTE".
          03 FILLER        PIC X(08) VALUE "PROPRIO".
          03 FILLER        PIC X(10) VALUE "C/ SUBORD.".
       01 LIN-DET.
          03 LO-ARVORE     PIC X(50).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LO-GERENTE    PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LO-DIRETO     PIC ZZZZ9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LO-TOTAL      PIC ZZZZZ9.
       01 LIN-CICLO.
          03 FILLER        PIC X(50)
               VALUE "DEPARTAMENTOS EM CICLO DE SUPERIORES (SEM RAIZ):".
       01 LIN-TOTAL.
          03 FILLER        PIC X(25) VALUE "DEPARTAMENTOS ......... ".
          03 LT-DEPTOS     PIC ZZZ9.
          03 FILLER        PIC X(12) VALUE "   RAIZES: ".
          03 LT-RAIZ       PIC ZZZ9.
          03 FILLER        PIC X(14) VALUE "   EM CICLO: ".
          03 LT-CICLO      PIC ZZZ9.
       01 LIN-TOTAL2.
          03 FILLER        PIC X(25) VALUE "FUNCIONARIOS ........... ".
          03 LT-FUNC       PIC ZZZZZ9.
          03 FILLER        PIC X(26)
               VALUE "   SEM DEPTO CADASTRADO: ".
          03 LT-SEMDEP     PIC ZZZZZ9.

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
                OPEN OUTPUT ORGANOG
                IF ST-REL NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ORGANOG - "
                            ST-REL
                   CLOSE CADFUNC CADEPTO
                   GO TO ROT-FIMS.
                MOVE 1 TO W-IND.
       LIMPA-TABELA.
                MOVE "N" TO TDP-EXISTE (W-IND) TDP-IMPRESSO (W-IND)
                MOVE ZEROS TO TDP-SUPERIOR (W-IND) TDP-GERENTE (W-IND)
                              TDP-DIRETO (W-IND) TDP-TOTAL (W-IND)
                              TDP-MARCA (W-IND)
                MOVE SPACES TO TDP-NOME (W-IND)
                ADD 1 TO W-IND
                IF W-IND NOT > 999
                   GO TO LIMPA-TABELA.
      *
      **********************************
      * CARGA DE CADEPTO NA TABELA     *
      **********************************
      *
                MOVE ZEROS TO CODIGO OF REGDEPTO
                START CADEPTO KEY IS NOT LESS THAN CODIGO OF REGDEPTO
                     INVALID KEY GO TO CONTA-FUNC.
       LE-DEPTO.
                READ CADEPTO NEXT RECORD
                     AT END GO TO CONTA-FUNC.
                IF CODIGO OF REGDEPTO = ZEROS
                   GO TO LE-DEPTO.
                MOVE CODIGO OF REGDEPTO TO W-IND
                MOVE "S" TO TDP-EXISTE (W-IND)
                MOVE DENOMINACAO OF REGDEPTO TO TDP-NOME (W-IND)
                IF DEPTO-SUPERIOR-X NUMERIC
                   MOVE DEPTO-SUPERIOR TO TDP-SUPERIOR (W-IND).
                IF CHAPA-GERENTE-X NUMERIC
                   MOVE CHAPA-GERENTE TO TDP-GERENTE (W-IND).
                ADD 1 TO W-QT-DEPTOS
                GO TO LE-DEPTO.
      *
      **********************************
      * EFETIVO PROPRIO: FUNCIONARIOS  *
      * NAO DEMITIDOS DO DEPARTAMENTO  *
      **********************************
      *
       CONTA-FUNC.
                MOVE ZEROS TO CHAPA
                START CADFUNC KEY IS NOT LESS THAN CHAPA
                     INVALID KEY GO TO SOMA-ARVORE.
       LE-FUNC.
                READ CADFUNC NEXT RECORD
                     AT END GO TO SOMA-ARVORE.
                IF DATADEMIS NOT = ZEROS
                   GO TO LE-FUNC.
                ADD 1 TO W-QT-FUNC
                IF DEPARTAMENTO = ZEROS
                   ADD 1 TO W-QT-SEMDEP
                   GO TO LE-FUNC.
                IF TDP-EXISTE (DEPARTAMENTO) NOT = "S"
                   ADD 1 TO W-QT-SEMDEP
                   GO TO LE-FUNC.
                ADD 1 TO TDP-DIRETO (DEPARTAMENTO)
                GO TO LE-FUNC.
      *
      **********************************
      * EFETIVO DA SUBARVORE: O DE     *
      * CADA DEPTO SOBE PARA TODOS OS  *
      * SEUS SUPERIORES                *
      **********************************
      *
       SOMA-ARVORE.
                MOVE 1 TO W-IND.
       SOMA-ARVORE-LOOP.
                IF W-IND > 999
                   GO TO IMPRIME-ARVORE.
                IF TDP-EXISTE (W-IND) = "S"
                   PERFORM SOBE-TOTAL THRU SOBE-TOTAL-FIM.
                ADD 1 TO W-IND
                GO TO SOMA-ARVORE-LOOP.
      *
      **********************************
      * PERCURSO A PARTIR DE CADA RAIZ *
      **********************************
      *
       IMPRIME-ARVORE.
                WRITE REGREL FROM LIN-TITULO
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-CABEC
                WRITE REGREL FROM LIN-TRACO
                MOVE 1 TO W-RAIZ.
       IMPRIME-ARVORE-LOOP.
                IF W-RAIZ > 999
                   GO TO IMPRIME-CICLO.
                IF TDP-EXISTE (W-RAIZ) NOT = "S"
                   GO TO IMPRIME-ARVORE-PROX.
                MOVE TDP-SUPERIOR (W-RAIZ) TO W-SUP
                IF W-SUP NOT = ZEROS AND W-SUP NOT = W-RAIZ
                   IF TDP-EXISTE (W-SUP) = "S"
                      GO TO IMPRIME-ARVORE-PROX.
                ADD 1 TO W-QT-RAIZ
                MOVE 1 TO W-TOPO
                MOVE W-RAIZ TO TPL-DEPTO (1)
                MOVE ZEROS TO TPL-NIVEL (1)
                PERFORM PERCORRE THRU PERCORRE-FIM.
       IMPRIME-ARVORE-PROX.
                ADD 1 TO W-RAIZ
                GO TO IMPRIME-ARVORE-LOOP.
      *
      **********************************
      * O QUE SOBROU SEM IMPRIMIR NAO  *
      * CHEGA A NENHUMA RAIZ (CICLO)   *
      **********************************
      *
       IMPRIME-CICLO.
                MOVE 1 TO W-IND.
       IMPRIME-CICLO-LOOP.
                IF W-IND > 999
                   GO TO ROT-TOTAL.
                IF TDP-EXISTE (W-IND) NOT = "S" OR
                   TDP-IMPRESSO (W-IND) = "S"
                   GO TO IMPRIME-CICLO-PROX.
                IF W-CICLO-IMP = "N"
                   WRITE REGREL FROM LIN-TRACO
                   WRITE REGREL FROM LIN-CICLO
                   MOVE "S" TO W-CICLO-IMP.
                MOVE ZEROS TO W-NIVEL
                PERFORM IMPRIME-NO THRU IMPRIME-NO-FIM
                ADD 1 TO W-QT-CICLO.
       IMPRIME-CICLO-PROX.
                ADD 1 TO W-IND
                GO TO IMPRIME-CICLO-LOOP.
      *
       ROT-TOTAL.
                WRITE REGREL FROM LIN-TRACO
                MOVE W-QT-DEPTOS TO LT-DEPTOS
                MOVE W-QT-RAIZ TO LT-RAIZ
                MOVE W-QT-CICLO TO LT-CICLO
                WRITE REGREL FROM LIN-TOTAL
                MOVE W-QT-FUNC TO LT-FUNC
                MOVE W-QT-SEMDEP TO LT-SEMDEP
                WRITE REGREL FROM LIN-TOTAL2
                DISPLAY "DEPARTAMENTOS .....: " W-QT-DEPTOS
                DISPLAY "RAIZES ............: " W-QT-RAIZ
                DISPLAY "EM CICLO ..........: " W-QT-CICLO
                DISPLAY "FUNCIONARIOS ......: " W-QT-FUNC
                DISPLAY "VER ORGANOG.TXT"
                GO TO ROT-FIM.
      *
      **********************************
      * SOMA O EFETIVO PROPRIO DE      *
      * W-IND NELE E EM CADA SUPERIOR  *
      * ACIMA (PARA AO CHEGAR NA RAIZ, *
      * EM SUPERIOR INEXISTENTE OU EM  *
      * DEPTO JA SOMADO - CICLO)       *
      **********************************
      *
       SOBE-TOTAL.
                ADD TDP-DIRETO (W-IND) TO TDP-TOTAL (W-IND)
                MOVE W-IND TO TDP-MARCA (W-IND)
                MOVE TDP-SUPERIOR (W-IND) TO W-SUP.
       SOBE-TOTAL-LOOP.
                IF W-SUP = ZEROS
                   GO TO SOBE-TOTAL-FIM.
                IF TDP-EXISTE (W-SUP) NOT = "S"
                   GO TO SOBE-TOTAL-FIM.
                IF TDP-MARCA (W-SUP) = W-IND
                   GO TO SOBE-TOTAL-FIM.
                ADD TDP-DIRETO (W-IND) TO TDP-TOTAL (W-SUP)
                MOVE W-IND TO TDP-MARCA (W-SUP)
                MOVE TDP-SUPERIOR (W-SUP) TO W-SUP
                GO TO SOBE-TOTAL-LOOP.
       SOBE-TOTAL-FIM.
                EXIT.
      *
      **********************************
      * PERCURSO EM PROFUNDIDADE: TIRA *
      * O TOPO DA PILHA, IMPRIME E     *
      * EMPILHA OS SUBORDINADOS DO     *
      * MAIOR PARA O MENOR CODIGO      *
      * (SAEM EM ORDEM CRESCENTE)      *
      **********************************
      *
       PERCORRE.
                IF W-TOPO = ZEROS
                   GO TO PERCORRE-FIM.
                MOVE TPL-DEPTO (W-TOPO) TO W-IND
                MOVE TPL-NIVEL (W-TOPO) TO W-NIVEL
                SUBTRACT 1 FROM W-TOPO
                IF TDP-IMPRESSO (W-IND) = "S"
                   GO TO PERCORRE.
                PERFORM IMPRIME-NO THRU IMPRIME-NO-FIM
                MOVE 999 TO W-FILHO.
       PERCORRE-FILHOS.
                IF W-FILHO = ZEROS
                   GO TO PERCORRE.
                IF TDP-EXISTE (W-FILHO) = "S" AND
                   TDP-SUPERIOR (W-FILHO) = W-IND AND
                   TDP-IMPRESSO (W-FILHO) = "N" AND
                   W-FILHO NOT = W-IND AND W-TOPO < 999
                   ADD 1 TO W-TOPO
                   MOVE W-FILHO TO TPL-DEPTO (W-TOPO)
                   COMPUTE TPL-NIVEL (W-TOPO) = W-NIVEL + 1.
                SUBTRACT 1 FROM W-FILHO
                GO TO PERCORRE-FILHOS.
       PERCORRE-FIM.
                EXIT.
      *
      **********************************
      * LINHA DO DEPARTAMENTO W-IND,   *
      * RECUADA 2 POSICOES POR NIVEL   *
      **********************************
      *
       IMPRIME-NO.
                MOVE "S" TO TDP-IMPRESSO (W-IND)
                MOVE W-IND TO W-NO-CODIGO
                MOVE TDP-NOME (W-IND) TO W-NO-NOME
                MOVE SPACES TO LO-ARVORE
                IF W-NIVEL > 14
                   MOVE 29 TO W-POS
                ELSE
                   COMPUTE W-POS = W-NIVEL * 2 + 1.
                MOVE W-NO-TEXTO TO LO-ARVORE (W-POS:21)
                MOVE SPACES TO LO-GERENTE
                IF TDP-GERENTE (W-IND) = ZEROS
                   GO TO IMPRIME-NO-LINHA.
                MOVE TDP-GERENTE (W-IND) TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        MOVE "*** CHAPA NAO CADASTRADA ***"
                                                  TO LO-GERENTE
                        GO TO IMPRIME-NO-LINHA.
                MOVE NOME TO LO-GERENTE.
       IMPRIME-NO-LINHA.
                MOVE TDP-DIRETO (W-IND) TO LO-DIRETO
                MOVE TDP-TOTAL (W-IND) TO LO-TOTAL
                WRITE REGREL FROM LIN-DET.
       IMPRIME-NO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFUNC CADEPTO ORGANOG.
       ROT-FIMS.
                STOP RUN.
