      **************************************
      * MANUTENCAO DOS PARAMETROS DA       *
      * EMPRESA PARA OS RELATORIOS         *
      * (CADEMP.DAT), INCLUSIVE O SALARIO  *
      * MINIMO (OU PISO REGIONAL) QUE E A  *
      * BASE DA INSALUBRIDADE, E A ADESAO  *
      * AO BANCO DE HORAS DO ACORDO        *
      * COLETIVO COM O PRAZO EM MESES PARA *
      * COMPENSAR O SALDO                  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 EMP-CNPJ      PIC 9(14).
                03 EMP-ENDERECO  PIC X(40).
                03 EMP-RODAPE    PIC X(40).
                03 EMP-SAL-MINIMO PIC 9(6)V99.
                03 EMP-SAL-MINIMO-X REDEFINES EMP-SAL-MINIMO PIC X(08).
                03 EMP-BH-ADESAO PIC X(01).
                03 EMP-BH-PRAZO  PIC 9(02).
                03 EMP-BH-PRAZO-X REDEFINES EMP-BH-PRAZO PIC X(02).
                03 FILLER        PIC X(14).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               VALUE  "      ENDERECO:".
           05  LINE 15  COLUMN 01
               VALUE  "      RODAPE DOS RELATORIOS:".
           05  LINE 17  COLUMN 01
               VALUE  "      SALARIO MINIMO:".
           05  LINE 19  COLUMN 01
               VALUE  "      BANCO DE HORAS (S/N):".
           05  LINE 20  COLUMN 01
               VALUE  "      PRAZO PARA COMPENSAR (MESES):".
           05  TCODIGO
               LINE 07  COLUMN 15  PIC 9(01)
               USING  EMP-CODIGO
               LINE 15  COLUMN 30  PIC X(40)
               USING  EMP-RODAPE
               HIGHLIGHT.
           05  TSALMIN
               LINE 17  COLUMN 23  PIC 999.999,99
               USING  EMP-SAL-MINIMO
               HIGHLIGHT.
           05  TBHADESAO
               LINE 19  COLUMN 29  PIC X(01)
               USING  EMP-BH-ADESAO
               HIGHLIGHT.
           05  TBHPRAZO
               LINE 20  COLUMN 37  PIC 9(02)
               USING  EMP-BH-PRAZO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               NEXT SENTENCE.
       INC-001.
                MOVE 1 TO EMP-CODIGO
                MOVE ZEROS TO EMP-CNPJ EMP-SAL-MINIMO EMP-BH-PRAZO
                MOVE SPACES TO EMP-RAZAO EMP-ENDERECO EMP-RODAPE
                MOVE "N" TO EMP-BH-ADESAO.
                DISPLAY TELAEMP.
       INC-002.
                ACCEPT TCODIGO
       LER-EMP01.
                MOVE 0 TO W-SEL
                READ CADEMP
                IF ST-ERRO = "00" AND EMP-SAL-MINIMO-X NOT NUMERIC
                   MOVE ZEROS TO EMP-SAL-MINIMO.
                IF ST-ERRO = "00" AND EMP-BH-ADESAO NOT = "S"
                   MOVE "N" TO EMP-BH-ADESAO.
                IF ST-ERRO = "00" AND EMP-BH-PRAZO-X NOT NUMERIC
                   MOVE ZEROS TO EMP-BH-PRAZO.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY  TCODIGO
                      DISPLAY  TCNPJ
                      DISPLAY  TENDERECO
                      DISPLAY  TRODAPE
                      DISPLAY  TSALMIN
                      DISPLAY  TBHADESAO
                      DISPLAY  TBHPRAZO
                      MOVE "*** EMPRESA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                ACCEPT  TRODAPE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT  TSALMIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-009.
                ACCEPT  TBHADESAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF EMP-BH-ADESAO = "s"
                   MOVE "S" TO EMP-BH-ADESAO.
                IF EMP-BH-ADESAO = "n"
                   MOVE "N" TO EMP-BH-ADESAO.
                IF EMP-BH-ADESAO NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                DISPLAY TBHADESAO
                IF EMP-BH-ADESAO = "N"
                   MOVE ZEROS TO EMP-BH-PRAZO
                   DISPLAY TBHPRAZO
                   GO TO INC-011.
                IF EMP-BH-PRAZO = ZEROS
                   MOVE 6 TO EMP-BH-PRAZO
                   DISPLAY TBHPRAZO.
       INC-010.
                ACCEPT  TBHPRAZO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF EMP-BH-PRAZO = ZEROS OR EMP-BH-PRAZO > 12
                   MOVE "*** PRAZO DE 1 A 12 MESES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
