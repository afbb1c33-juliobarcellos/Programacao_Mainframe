                   MOVE "*** VERBA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF VB-CODIGO = 990
                   MOVE "* PENSAO: LANCAR NO CADASTRO PROPRIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF VB-CODIGO = 991
                   MOVE "* ADIANTAMENTO: CALCULO NO PROGR85T *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF VB-CODIGO = 992
                   MOVE "* COPARTICIPACAO: APURACAO NO PROGR90T *"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (08, 33) VB-DESCR.
       LER-LANCA01.
                MOVE 0 TO W-SEL
