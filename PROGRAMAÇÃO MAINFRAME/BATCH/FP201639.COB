      * DE VAGAS: AUTORIZADO X OCUPADO     *
      * POR DEPARTAMENTO/CARGO             *
      * (CADVAGAS.DAT X CADFUNC.DAT)       *
      * OPCIONALMENTE TOTAIS PELA          *
      * HIERARQUIA DE DEPARTAMENTOS (DEPTO *
      * MAIS SUBORDINADOS, CADEPTO)        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 CODIGO        PIC 9(03).
                03 DENOMINACAO   PIC X(15).
                03 CENTROCUSTO   PIC 9(01).
                03 FILLER        PIC X(01).
                03 DEPTO-SUPERIOR PIC 9(03).
                03 DEPTO-SUPERIOR-X REDEFINES DEPTO-SUPERIOR
                                 PIC X(03).
                03 FILLER        PIC X(41).
      *
       FD CADCARGO
               LABEL RECORD IS STANDARD
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-QTDE       PIC 9(04) VALUE ZEROS.
       77 W-OCUPADO    PIC 9(04) VALUE ZEROS.
       77 W-SALDO      PIC S9(05) VALUE ZEROS.
       77 W-EXCEDIDOS  PIC 9(04) VALUE ZEROS.
       77 W-HIERARQUIA PIC X(01) VALUE "N".
       77 W-IND-DEP    PIC 9(03) VALUE ZEROS.
       77 W-SUP        PIC 9(03) VALUE ZEROS.

      * AUTORIZADO E OCUPADO POR DEPTO; SUPERIOR DE CADA DEPTO E
      * TOTAIS DO DEPTO MAIS SEUS SUBORDINADOS; THI-MARCA EVITA
      * SOMAR DUAS VEZES NO MESMO SUPERIOR QUANDO HA CICLO
       01 TAB-DEPTO.
          03 TDV-ITEM OCCURS 999 TIMES.
             05 TDV-AUTORIZ  PIC 9(05).
             05 TDV-OCUPADO  PIC 9(05).
       01 TAB-HIER.
          03 THI-ITEM OCCURS 999 TIMES.
             05 THI-EXISTE   PIC X(01).
             05 THI-SUPERIOR PIC 9(03).
             05 THI-SUBORD   PIC X(01).
             05 THI-MARCA    PIC 9(03).
       01 TAB-ARVORE.
          03 TAR-ITEM OCCURS 999 TIMES.
             05 TAR-AUTORIZ  PIC 9(05).
             05 TAR-OCUPADO  PIC 9(05).

       01 LIN-CAB1.
          03 FILLER        PIC X(20) VALUE SPACES.
               VALUE "PARES ACIMA DO AUTORIZADO: ".
          03 RD-EXCED      PIC ZZZ9.

       01 LIN-ARVCAB.
          03 FILLER        PIC X(50)
               VALUE "TOTAIS PELA HIERARQUIA (DEPTO + SUBORDINADOS)".
       01 LIN-ARVCAB2.
          03 FILLER        PIC X(06) VALUE "DEPTO".
          03 FILLER        PIC X(45) VALUE "DENOMINACAO".
          03 FILLER        PIC X(12) VALUE "AUTORIZADO".
          03 FILLER        PIC X(09) VALUE "OCUPADO".
          03 FILLER        PIC X(07) VALUE "SALDO".
          03 FILLER        PIC X(10) VALUE "SITUACAO".
       01 LIN-ARVDET.
          03 LA-DEPTO      PIC 9(03).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LA-DEPDENOM   PIC X(44).
          03 LA-AUTORIZ    PIC ZZZZ9.
          03 FILLER        PIC X(07) VALUE SPACES.
          03 LA-OCUPADO    PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LA-SALDO      PIC -ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LA-SITUACAO   PIC X(12).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                            ST-REL
                   CLOSE CADVAGAS CADFUNC CADEPTO CADCARGO
                   GO TO ROT-FIMS.
                MOVE ZEROS TO TAB-DEPTO.
       PEDE-HIERARQUIA.
                DISPLAY "TOTALIZAR PELA HIERARQUIA DE DEPTOS (S/N): "
                ACCEPT W-HIERARQUIA FROM CONSOLE
                IF W-HIERARQUIA = "s"
                   MOVE "S" TO W-HIERARQUIA.
                IF W-HIERARQUIA = "n"
                   MOVE "N" TO W-HIERARQUIA.
                IF W-HIERARQUIA NOT = "S" AND "N"
                   DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                   GO TO PEDE-HIERARQUIA.
                WRITE REGREL FROM LIN-CAB1
                MOVE SPACES TO REGREL
                WRITE REGREL
                   ELSE
                      MOVE "COM VAGAS" TO LD-SITUACAO.
                WRITE REGREL FROM LIN-DET
                ADD 1 TO W-QTDE
                IF VAG-DEPTO NOT = ZEROS
                   ADD VAG-AUTORIZADO TO TDV-AUTORIZ (VAG-DEPTO)
                   ADD W-OCUPADO TO TDV-OCUPADO (VAG-DEPTO).
       MONTA-LINHA-FIM.
                EXIT.
      *
                MOVE W-QTDE TO RD-QTDE
                WRITE REGREL FROM LIN-RODAPE1
                MOVE W-EXCEDIDOS TO RD-EXCED
                WRITE REGREL FROM LIN-RODAPE2
                IF W-HIERARQUIA = "S"
                   PERFORM IMPRIME-HIERARQUIA THRU
                           IMPRIME-HIERARQUIA-FIM.
                GO TO ROT-FIM.
      *
      **********************************
      * TOTAIS PELA HIERARQUIA: AS     *
      * VAGAS DE CADA DEPTO SOBEM PARA *
      * TODOS OS SEUS SUPERIORES       *
      * (CADEPTO); IMPRIME OS DEPTOS   *
      * QUE TEM SUBORDINADOS           *
      **********************************
      *
       IMPRIME-HIERARQUIA.
                PERFORM CARREGA-HIERARQUIA THRU CARREGA-HIERARQUIA-FIM
                MOVE ZEROS TO TAB-ARVORE
                MOVE 1 TO W-IND-DEP.
       IMPRIME-HIERARQUIA-SOMA.
                IF TDV-AUTORIZ (W-IND-DEP) NOT = ZEROS OR
                   TDV-OCUPADO (W-IND-DEP) NOT = ZEROS
                   PERFORM SOBE-HIERARQUIA THRU SOBE-HIERARQUIA-FIM.
                IF W-IND-DEP < 999
                   ADD 1 TO W-IND-DEP
                   GO TO IMPRIME-HIERARQUIA-SOMA.
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-ARVCAB
                WRITE REGREL FROM LIN-ARVCAB2
                MOVE 1 TO W-IND-DEP.
       IMPRIME-HIERARQUIA-DEP.
                IF THI-SUBORD (W-IND-DEP) NOT = "S"
                   GO TO IMPRIME-HIERARQUIA-PROX.
                MOVE W-IND-DEP TO LA-DEPTO
                MOVE SPACES TO LA-DEPDENOM
                MOVE W-IND-DEP TO CODIGO OF REGDEPTO
                READ CADEPTO
                     INVALID KEY NEXT SENTENCE
                     NOT INVALID KEY
                        MOVE DENOMINACAO OF REGDEPTO TO LA-DEPDENOM.
                MOVE TAR-AUTORIZ (W-IND-DEP) TO LA-AUTORIZ
                MOVE TAR-OCUPADO (W-IND-DEP) TO LA-OCUPADO
                COMPUTE W-SALDO = TAR-AUTORIZ (W-IND-DEP)
                                - TAR-OCUPADO (W-IND-DEP)
                MOVE W-SALDO TO LA-SALDO
                IF W-SALDO < ZEROS
                   MOVE "EXCEDIDO" TO LA-SITUACAO
                ELSE
                   IF W-SALDO = ZEROS
                      MOVE "COMPLETO" TO LA-SITUACAO
                   ELSE
                      MOVE "COM VAGAS" TO LA-SITUACAO.
                WRITE REGREL FROM LIN-ARVDET.
       IMPRIME-HIERARQUIA-PROX.
                IF W-IND-DEP < 999
                   ADD 1 TO W-IND-DEP
                   GO TO IMPRIME-HIERARQUIA-DEP.
       IMPRIME-HIERARQUIA-FIM.
                EXIT.
      *
       CARREGA-HIERARQUIA.
                MOVE ZEROS TO TAB-HIER
                MOVE ZEROS TO CODIGO OF REGDEPTO
                START CADEPTO KEY IS NOT LESS THAN CODIGO OF REGDEPTO
                     INVALID KEY GO TO CARREGA-HIERARQUIA-FIM.
       CARREGA-HIERARQUIA-LE.
                READ CADEPTO NEXT RECORD
                     AT END GO TO CARREGA-HIERARQUIA-FIM.
                IF CODIGO OF REGDEPTO = ZEROS
                   GO TO CARREGA-HIERARQUIA-LE.
                MOVE CODIGO OF REGDEPTO TO W-SUP
                MOVE "S" TO THI-EXISTE (W-SUP)
                IF DEPTO-SUPERIOR-X NUMERIC
                   MOVE DEPTO-SUPERIOR TO THI-SUPERIOR (W-SUP).
                GO TO CARREGA-HIERARQUIA-LE.
       CARREGA-HIERARQUIA-FIM.
                EXIT.
      *
       SOBE-HIERARQUIA.
                MOVE W-IND-DEP TO W-SUP
                MOVE W-IND-DEP TO THI-MARCA (W-SUP)
                PERFORM SOMA-SUPERIOR THRU SOMA-SUPERIOR-FIM.
       SOBE-HIERARQUIA-LOOP.
                MOVE THI-SUPERIOR (W-SUP) TO W-SUP
                IF W-SUP = ZEROS
                   GO TO SOBE-HIERARQUIA-FIM.
                IF THI-EXISTE (W-SUP) NOT = "S"
                   GO TO SOBE-HIERARQUIA-FIM.
                IF THI-MARCA (W-SUP) = W-IND-DEP
                   GO TO SOBE-HIERARQUIA-FIM.
                MOVE W-IND-DEP TO THI-MARCA (W-SUP)
                MOVE "S" TO THI-SUBORD (W-SUP)
                PERFORM SOMA-SUPERIOR THRU SOMA-SUPERIOR-FIM
                GO TO SOBE-HIERARQUIA-LOOP.
       SOBE-HIERARQUIA-FIM.
                EXIT.
      *
       SOMA-SUPERIOR.
                ADD TDV-AUTORIZ (W-IND-DEP) TO TAR-AUTORIZ (W-SUP)
                ADD TDV-OCUPADO (W-IND-DEP) TO TAR-OCUPADO (W-SUP).
       SOMA-SUPERIOR-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
