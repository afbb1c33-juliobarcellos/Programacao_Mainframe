      *
      *****************************************
      * REAPLICACAO DA IMAGEM NO CADASTRO      *
      * (GRAVA; SE A CHAVE JA EXISTE, REGRAVA; *
      * OPERACAO "E" EXCLUI PELA CHAVE)        *
      *****************************************
      *
       APL-CONSU.
              AND ST-ERRO-CON NOT = "02" AND ST-ERRO-CON NOT = "23"
               GO TO APL-CONSU-FIM.
           MOVE JR-IMAGEM(1:298) TO REGCONSU
           IF JR-OPERACAO = "E"
               DELETE CADCONSU RECORD
               ADD 1 TO W-TOT-APL
               GO TO APL-CONSU-FIM.
           WRITE REGCONSU
           IF ST-ERRO-CON = "22"
               REWRITE REGCONSU.
           EXIT.
      *
       APL-PACI.
           IF ST-ERRO-PAC NOT = "00" AND ST-ERRO-PAC NOT = "22"
              AND ST-ERRO-PAC NOT = "02" AND ST-ERRO-PAC NOT = "23"
               GO TO APL-PACI-FIM.
           MOVE JR-IMAGEM(1:243) TO REGPACI
           IF JR-OPERACAO = "E"
               DELETE CADPACI RECORD
               ADD 1 TO W-TOT-APL
               GO TO APL-PACI-FIM.
           WRITE REGPACI
           IF ST-ERRO-PAC = "22"
               REWRITE REGPACI.
      *
       REC-FIM.
           CLOSE JORNAL
           IF ST-ERRO-CON = "00" OR "22" OR "02" OR "23"
               CLOSE CADCONSU.
           IF ST-ERRO-PAC = "00" OR "22" OR "02" OR "23"
               CLOSE CADPACI.
           IF ST-ERRO-FUN = "00" OR "22" OR "02"
               CLOSE CADFUN.
