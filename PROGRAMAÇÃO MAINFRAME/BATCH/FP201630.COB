      **************************************
      * CONSULTA DO HISTORICO DE FOLHA     *
      * POR CHAPA (FOLHAHIST.DAT):         *
      * DOZE MESES DO ANO E ACUMULADO,     *
      * UMA LINHA POR TIPO DE FOLHA        *
      * (N=NORMAL C=COMPLEMENTAR F=FERIAS  *
      * D=13o R=RESCISAO) E SEQUENCIA      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   05 FH-COMP.
                      07 FH-COMP-MES PIC 9(02).
                      07 FH-COMP-ANO PIC 9(04).
                   05 FH-TIPO        PIC X(01).
                   05 FH-SEQ         PIC 9(02).
                03 FH-BRUTO          PIC 9(6)V99.
                03 FH-INSS           PIC 9(6)V99.
                03 FH-IRRF           PIC 9(6)V99.
                03 FH-LIQUIDO        PIC 9(6)V99.
                03 FH-DATA-CALC      PIC 9(08).
                03 FILLER            PIC X(10).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
          03 LD-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LD-ANO        PIC 9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-TIPO       PIC X(01).
          03 LD-SEQ        PIC 99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-BRUTO      PIC ZZZ.ZZZ,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-INSS       PIC ZZZ.ZZZ,99.
                IF W-ANOCON < 1900
                   DISPLAY "*** ANO INVALIDO ***"
                   GO TO PEDE-ANO.
                DISPLAY "MM/AAAA TSQ       BRUTO        INSS        "
                        "IRRF     LIQUIDO"
                MOVE ZEROS TO W-ACUM-BRUTO W-ACUM-INSS W-ACUM-IRRF
                              W-ACUM-LIQUIDO W-ACH
                MOVE W-CHAPA TO FH-CHAPA
                MOVE W-MES TO FH-COMP-MES
                MOVE W-ANOCON TO FH-COMP-ANO
                MOVE SPACES TO FH-TIPO
                MOVE ZEROS TO FH-SEQ
                START FOLHAHIST KEY IS NOT LESS THAN FH-CHAVE
                     INVALID KEY GO TO LE-MES-PROX.
       LE-MES-LE.
                READ FOLHAHIST NEXT RECORD
                     AT END GO TO LE-MES-PROX.
                IF FH-CHAPA NOT = W-CHAPA
                   OR FH-COMP-MES NOT = W-MES
                   OR FH-COMP-ANO NOT = W-ANOCON
                   GO TO LE-MES-PROX.
                MOVE FH-COMP-MES TO LD-MES
                MOVE FH-COMP-ANO TO LD-ANO
                MOVE FH-TIPO TO LD-TIPO
                MOVE FH-SEQ TO LD-SEQ
                MOVE FH-BRUTO TO LD-BRUTO
                MOVE FH-INSS TO LD-INSS
                MOVE FH-IRRF TO LD-IRRF
                ADD FH-IRRF TO W-ACUM-IRRF
                ADD FH-LIQUIDO TO W-ACUM-LIQUIDO
                ADD 1 TO W-ACH
                GO TO LE-MES-LE.
       LE-MES-PROX.
                ADD 1 TO W-MES
                GO TO LE-MES.
       MOSTRA-ACUM.
