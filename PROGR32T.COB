           IF ST-ERRO-NOT NOT = "00"
               ADD 1 TO W-TOT-SEMXR
               GO TO APU-GRAVA-2.
           IF STATUS-REG = "T"
               DISPLAY "*** RA " TF-RA(TF-IX) " COM NOTAS TRANCADAS ***"
               GO TO APU-GRAVA-2.
           MOVE 1 TO W-IND.
       APU-GRAVA-DISC.
           IF W-IND > QTD-DISC
