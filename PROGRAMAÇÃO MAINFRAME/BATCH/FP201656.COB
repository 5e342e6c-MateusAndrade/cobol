      * EMPRESA (RELHEAD.TXT). O           *
      * DEPARTAMENTO CONSIDERADO E O       *
      * ATUAL DE CADFUNC                   *
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
       FD RELHEAD
               LABEL RECORD IS STANDARD
       77 W-MOV-ABERTO PIC X(01) VALUE "N".
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 W-DEP        PIC 9(04) VALUE ZEROS.
       77 W-QTDE       PIC 9(05) VALUE ZEROS.
       77 W-SEMDEP     PIC 9(05) VALUE ZEROS.
       01 W-TURNOVER   PIC 9(3)V99 VALUE ZEROS.
       77 W-HIERARQUIA PIC X(01) VALUE "N".
       77 W-SUP        PIC 9(03) VALUE ZEROS.
       77 W-ORIGEM     PIC 9(03) VALUE ZEROS.

       01 TAB-DEP.
          03 TDE-ITEM OCCURS 999 TIMES.
             05 TEM-DEM    PIC 9(05).
             05 TEM-TRIN   PIC 9(05).
             05 TEM-TROUT  PIC 9(05).
      * SUPERIOR DE CADA DEPTO E TOTAIS DO DEPTO MAIS SEUS
      * SUBORDINADOS; THI-MARCA EVITA SOMAR DUAS VEZES NO MESMO
      * SUPERIOR QUANDO HA CICLO
       01 TAB-HIER.
          03 THI-ITEM OCCURS 999 TIMES.
             05 THI-EXISTE   PIC X(01).
             05 THI-SUPERIOR PIC 9(03).
             05 THI-SUBORD   PIC X(01).
             05 THI-MARCA    PIC 9(03).
       01 TAB-ARVORE.
          03 TAR-ITEM OCCURS 999 TIMES.
             05 TAR-MESES OCCURS 12 TIMES.
                07 TAR-ABRE   PIC 9(05).
                07 TAR-ADM    PIC 9(05).
                07 TAR-DEM    PIC 9(05).
                07 TAR-TRIN   PIC 9(05).
                07 TAR-TROUT  PIC 9(05).

       01 LIN-TRACO     PIC X(100) VALUE ALL "-".
       01 LIN-CAB1.
          03 LD-DEPTO      PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LD-DENOM      PIC X(15).
       01 LIN-ARVCAB.
          03 FILLER        PIC X(50)
               VALUE "TOTAIS PELA HIERARQUIA (DEPTO + SUBORDINADOS)".
       01 LIN-ARVDEP.
          03 FILLER        PIC X(22) VALUE "DEPTO + SUBORDINADOS: ".
          03 LA-DEPTO      PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LA-DENOM      PIC X(15).
       01 LIN-MESCAB.
          03 FILLER        PIC X(05) VALUE "MES".
          03 FILLER        PIC X(10) VALUE "  EFETIVO".
                IF W-ANO < 1900
                   DISPLAY "*** ANO INVALIDO ***"
                   GO TO PEDE-ANO.
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
                MOVE W-ANO TO CB-ANO
                WRITE REGREL FROM LIN-CAB1
                MOVE SPACES TO REGREL
                WRITE REGREL FROM LIN-MESCAB
                MOVE 1 TO W-MES.
       IMPRIME-EMP-MES.
                IF W-MES > 12 GO TO IMPRIME-ARVORE.
                MOVE W-MES TO LM-MES
                MOVE TEM-ABRE (W-MES) TO LM-ABRE
                MOVE TEM-ADM (W-MES) TO LM-ADM
                WRITE REGREL FROM LIN-MESDET
                ADD 1 TO W-MES
                GO TO IMPRIME-EMP-MES.
      *
      **********************************
      * TOTAIS PELA HIERARQUIA: OS     *
      * NUMEROS DE CADA DEPTO SOBEM    *
      * PARA TODOS OS SEUS SUPERIORES  *
      * (CADEPTO); IMPRIME OS DEPTOS   *
      * QUE TEM SUBORDINADOS           *
      **********************************
      *
       IMPRIME-ARVORE.
                IF W-HIERARQUIA NOT = "S"
                   GO TO ROT-RODAPE.
                PERFORM CARREGA-HIERARQUIA THRU CARREGA-HIERARQUIA-FIM
                MOVE ZEROS TO TAB-ARVORE
                MOVE 1 TO W-ORIGEM.
       IMPRIME-ARVORE-SOMA.
                IF TDE-USADO (W-ORIGEM) = "S"
                   PERFORM SOBE-HIERARQUIA THRU SOBE-HIERARQUIA-FIM.
                IF W-ORIGEM < 999
                   ADD 1 TO W-ORIGEM
                   GO TO IMPRIME-ARVORE-SOMA.
                WRITE REGREL FROM LIN-TRACO
                WRITE REGREL FROM LIN-ARVCAB
                MOVE 1 TO W-DEP.
       IMPRIME-ARVORE-DEP.
                IF W-DEP > 999 GO TO ROT-RODAPE.
                IF THI-SUBORD (W-DEP) NOT = "S"
                   ADD 1 TO W-DEP
                   GO TO IMPRIME-ARVORE-DEP.
                WRITE REGREL FROM LIN-TRACO
                MOVE W-DEP TO CODIGO OF REGDEPTO LA-DEPTO
                READ CADEPTO
                     INVALID KEY
                        MOVE "NAO CADASTRADO" TO
                             DENOMINACAO OF REGDEPTO.
                MOVE DENOMINACAO OF REGDEPTO TO LA-DENOM
                WRITE REGREL FROM LIN-ARVDEP
                WRITE REGREL FROM LIN-MESCAB
                MOVE 1 TO W-MES.
       IMPRIME-ARVORE-MES.
                IF W-MES > 12
                   ADD 1 TO W-DEP
                   GO TO IMPRIME-ARVORE-DEP.
                MOVE W-MES TO LM-MES
                MOVE TAR-ABRE (W-DEP, W-MES) TO LM-ABRE
                MOVE TAR-ADM (W-DEP, W-MES) TO LM-ADM
                MOVE TAR-DEM (W-DEP, W-MES) TO LM-DEM
                MOVE TAR-TRIN (W-DEP, W-MES) TO LM-TRIN
                MOVE TAR-TROUT (W-DEP, W-MES) TO LM-TROUT
                IF TAR-ABRE (W-DEP, W-MES) = ZEROS
                   MOVE ZEROS TO LM-TURN
                ELSE
                   COMPUTE W-TURNOVER ROUNDED =
                           TAR-DEM (W-DEP, W-MES) * 100
                           / TAR-ABRE (W-DEP, W-MES)
                   MOVE W-TURNOVER TO LM-TURN.
                WRITE REGREL FROM LIN-MESDET
                ADD 1 TO W-MES
                GO TO IMPRIME-ARVORE-MES.
      *
       ROT-RODAPE.
                WRITE REGREL FROM LIN-TRACO
                MOVE W-SEMDEP TO LS-QTDE
                WRITE REGREL FROM LIN-SEMDEP
                DISPLAY "FUNCIONARIOS LIDOS: " W-QTDE
                DISPLAY "RELATORIO GRAVADO EM RELHEAD.TXT"
                GO TO ROT-FIM.
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
                MOVE W-ORIGEM TO W-SUP
                MOVE W-ORIGEM TO THI-MARCA (W-SUP)
                PERFORM SOMA-SUPERIOR THRU SOMA-SUPERIOR-FIM.
       SOBE-HIERARQUIA-LOOP.
                MOVE THI-SUPERIOR (W-SUP) TO W-SUP
                IF W-SUP = ZEROS
                   GO TO SOBE-HIERARQUIA-FIM.
                IF THI-EXISTE (W-SUP) NOT = "S"
                   GO TO SOBE-HIERARQUIA-FIM.
                IF THI-MARCA (W-SUP) = W-ORIGEM
                   GO TO SOBE-HIERARQUIA-FIM.
                MOVE W-ORIGEM TO THI-MARCA (W-SUP)
                MOVE "S" TO THI-SUBORD (W-SUP)
                PERFORM SOMA-SUPERIOR THRU SOMA-SUPERIOR-FIM
                GO TO SOBE-HIERARQUIA-LOOP.
       SOBE-HIERARQUIA-FIM.
                EXIT.
      *
       SOMA-SUPERIOR.
                MOVE 1 TO W-MES.
       SOMA-SUPERIOR-MES.
                IF W-MES > 12 GO TO SOMA-SUPERIOR-FIM.
                ADD TDE-ABRE (W-ORIGEM, W-MES)
                    TO TAR-ABRE (W-SUP, W-MES)
                ADD TDE-ADM (W-ORIGEM, W-MES)
                    TO TAR-ADM (W-SUP, W-MES)
                ADD TDE-DEM (W-ORIGEM, W-MES)
                    TO TAR-DEM (W-SUP, W-MES)
                ADD TDE-TRIN (W-ORIGEM, W-MES)
                    TO TAR-TRIN (W-SUP, W-MES)
                ADD TDE-TROUT (W-ORIGEM, W-MES)
                    TO TAR-TROUT (W-SUP, W-MES)
                ADD 1 TO W-MES
                GO TO SOMA-SUPERIOR-MES.
       SOMA-SUPERIOR-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
