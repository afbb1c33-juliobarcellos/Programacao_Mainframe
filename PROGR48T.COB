                READ CADNOTA1
                IF ST-ERRO-NOT NOT = "00"
                   GO TO APL-APLICA-FIM.
      *    NOTAS TRANCADAS: A CORRECAO FICA PENDENTE ATE A RETOMADA
                IF STATUS-REG = "T"
                   GO TO APL-APLICA-FIM.
                MOVE CO-DISCIPLINA TO W-DISC
                PERFORM ACHA-DISC THRU ACHA-DISC-FIM
                IF W-ACHOU = ZEROS
