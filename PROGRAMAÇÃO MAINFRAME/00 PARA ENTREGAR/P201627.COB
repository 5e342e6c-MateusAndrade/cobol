      * RECEBIMENTO DE MENSALIDADES        *
      * (CADMENS.DAT): BAIXA DA COBRANCA   *
      * POR RM E COMPETENCIA COM VALOR     *
      * PAGO E DATA DO PAGAMENTO. PARCELA  *
      * DE ACORDO (P201633) E INFORMADA    *
      * COMO MES 12 + PARCELA E ANO IGUAL  *
      * AO NUMERO DO ACORDO; COBRANCA      *
      * RENEGOCIADA OU PARCELA CANCELADA   *
      * NAO TEM BAIXA                      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                ACCEPT TCOMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF MEN-COMP-MES = ZEROS OR MEN-COMP-MES > 36
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO MEN-COMP
                   MOVE "*** COBRANCA JA PAGA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF MEN-SITUACAO = "R"
                   MOVE "*** COBRANCA RENEGOCIADA EM ACORDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF MEN-SITUACAO = "C"
                   MOVE "*** PARCELA DE ACORDO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-004.
                MOVE MEN-VALOR TO MEN-VALOR-PAGO
                DISPLAY TVALORPAGO
