                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF EVE-CODIGO > 899
                   MOVE "*** CODIGOS 900 A 999 RESERVADOS A FOLHA ***"
                                                           TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-EVENTO01.
                MOVE 0 TO W-SEL
                READ CADEVENTO
