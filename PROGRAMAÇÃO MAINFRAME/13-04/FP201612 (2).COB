       AUTHOR. LEANDRO.
      **************************************
      * MANUTENCAO DO CADASTRO DE CARGOS.  *
      * ADICIONAL DO CARGO: I=INSALUBRIDADE*
      * (GRAU 1/2/3), P=PERICULOSIDADE OU  *
      * N=NENHUM; PERCENTUAL ZERO ASSUME O *
      * LEGAL (10/20/40% DO SALARIO MINIMO *
      * OU 30% DO SALARIO-BASE)            *
      * FAIXA SALARIAL DO CARGO (MINIMO E  *
      * MAXIMO) PARA O SALARIO INDIVIDUAL  *
      * DO FUNCIONARIO; MAXIMO ZERO = SEM  *
      * FAIXA                              *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 TIPO-SALARIO        PIC X(1).
      		03 SALARIO-BASE        PIC 9(6)V99.
                03 NIVEL-ESCOLARIDADE  PIC 9(1).
                03 TIPO-ADICIONAL      PIC X(1).
                03 GRAU-INSALUB        PIC 9(1).
                03 GRAU-INSALUB-X REDEFINES GRAU-INSALUB PIC X(1).
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
       FD CADSAL
               LABEL RECORD IS STANDARD
           05  LINE 13  COLUMN 41 
               VALUE  "                                       |".
           05  LINE 14  COLUMN 01 
               VALUE  "| ADICIONAL (I/P/N):".
           05  LINE 14  COLUMN 41 
               VALUE  "                                       |".
           05  LINE 15  COLUMN 01 
           05  LINE 15  COLUMN 41 
               VALUE  "                                       |".
           05  LINE 16  COLUMN 01 
               VALUE  "| GRAU INSALUBRIDADE (1/2/3):".
           05  LINE 16  COLUMN 41 
               VALUE  "                                       |".
           05  LINE 17  COLUMN 01 
           05  LINE 17  COLUMN 41 
               VALUE  "                                       |".
           05  LINE 18  COLUMN 01 
               VALUE  "| PERCENTUAL (00,00=LEGAL):".
           05  LINE 18  COLUMN 41 
               VALUE  "                                       |".
           05  LINE 19  COLUMN 01 
           05  LINE 19  COLUMN 41 
               VALUE  "                                       |".
           05  LINE 20  COLUMN 01 
               VALUE  "| FAIXA SALARIAL - MINIMO:".
           05  LINE 20  COLUMN 41 
               VALUE  "                                       |".
           05  LINE 21  COLUMN 01 
               VALUE  "|                  MAXIMO:".
           05  LINE 21  COLUMN 41 
               VALUE  "                                       |".
           05  LINE 22  COLUMN 01 
               LINE 12  COLUMN 25  PIC 9(01)
               USING  NIVEL-ESCOLARIDADE
               HIGHLIGHT.
           05  TTIPO-ADICIONAL
               LINE 14  COLUMN 21  PIC X(01)
               USING  TIPO-ADICIONAL
               HIGHLIGHT.
           05  TGRAU-INSALUB
               LINE 16  COLUMN 30  PIC 9(01)
               USING  GRAU-INSALUB
               HIGHLIGHT.
           05  TPERC-ADICIONAL
               LINE 18  COLUMN 28  PIC 99,99
               USING  PERC-ADICIONAL
               HIGHLIGHT.
           05  TFAIXA-MIN
               LINE 20  COLUMN 28  PIC 999999,99
               USING  FAIXA-MIN
               HIGHLIGHT.
           05  TFAIXA-MAX
               LINE 21  COLUMN 28  PIC 999999,99
               USING  FAIXA-MAX
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LIG-OPERADOR LIG-PERFIL.
                        PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE ZEROS TO CODIGO SALARIO-BASE NIVEL-ESCOLARIDADE
                              GRAU-INSALUB PERC-ADICIONAL
                              FAIXA-MIN FAIXA-MAX
                MOVE SPACES TO DENOMINACAO TIPO-SALARIO
                MOVE "N" TO TIPO-ADICIONAL.
                DISPLAY TELAFP.

       INC-002.
                READ CADCARGO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM AJUSTA-ADICIONAL THRU AJUSTA-ADICIONAL-FIM
                      DISPLAY TELAFP
                      MOVE "*** CARGO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                     NOT INVALID KEY
                        NEXT SENTENCE.
                MOVE 0 TO W-SEL
                PERFORM AJUSTA-ADICIONAL THRU AJUSTA-ADICIONAL-FIM
                DISPLAY TELAFP
                MOVE REGCARGO TO W-JRN-ANTES-SV
                MOVE SALARIO-BASE TO W-SALARIO-ANTES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
      *
       INC-007.
                ACCEPT TTIPO-ADICIONAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF TIPO-ADICIONAL = "i" MOVE "I" TO TIPO-ADICIONAL.
                IF TIPO-ADICIONAL = "p" MOVE "P" TO TIPO-ADICIONAL.
                IF TIPO-ADICIONAL = "n" OR SPACES
                   MOVE "N" TO TIPO-ADICIONAL.
                IF TIPO-ADICIONAL NOT = "I" AND "P" AND "N"
                   MOVE "*** ADICIONAL: I, P OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                DISPLAY TTIPO-ADICIONAL
                IF TIPO-ADICIONAL = "N"
                   MOVE ZEROS TO GRAU-INSALUB PERC-ADICIONAL
                   DISPLAY TGRAU-INSALUB
                   DISPLAY TPERC-ADICIONAL
                   GO TO INC-FX1.
                IF TIPO-ADICIONAL = "P"
                   MOVE ZEROS TO GRAU-INSALUB
                   DISPLAY TGRAU-INSALUB
                   GO TO INC-009.
       INC-008.
                ACCEPT TGRAU-INSALUB
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF GRAU-INSALUB < 1 OR GRAU-INSALUB > 3
                   MOVE "*** GRAU DE INSALUBRIDADE: 1, 2 OU 3 ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TPERC-ADICIONAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
      *
       INC-FX1.
                ACCEPT TFAIXA-MIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-FX2.
                ACCEPT TFAIXA-MAX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-FX1.
                IF FAIXA-MAX = ZEROS
                   MOVE ZEROS TO FAIXA-MIN
                   DISPLAY TFAIXA-MIN
                   GO TO INC-010.
                IF FAIXA-MAX < FAIXA-MIN
                   MOVE "*** MAXIMO MENOR QUE O MINIMO DA FAIXA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FX1.
                IF SALARIO-BASE < FAIXA-MIN OR
                   SALARIO-BASE > FAIXA-MAX
                   MOVE "*** SALARIO BASE FORA DA FAIXA DO CARGO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FX1.
      *
       INC-010.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *
      **********************************
      * CARGO GRAVADO ANTES DOS CAMPOS *
      * DE ADICIONAL OU DA FAIXA       *
      * SALARIAL: SEM ADICIONAL E SEM  *
      * FAIXA                          *
      **********************************
      *
       AJUSTA-ADICIONAL.
                IF TIPO-ADICIONAL NOT = "I" AND "P"
                   MOVE "N" TO TIPO-ADICIONAL.
                IF GRAU-INSALUB-X NOT NUMERIC
                   MOVE ZEROS TO GRAU-INSALUB.
                IF PERC-ADICIONAL-X NOT NUMERIC
                   MOVE ZEROS TO PERC-ADICIONAL.
                IF FAIXA-SALARIAL-X NOT NUMERIC
                   MOVE ZEROS TO FAIXA-MIN FAIXA-MAX.
       AJUSTA-ADICIONAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
