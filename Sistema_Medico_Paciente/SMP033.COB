                    FILE STATUS  IS ST-ERRO-DNE.
      *
      *-----------------------------------------------------------------
           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                03 DNE-CIDADE      PIC X(20).
                03 DNE-UF          PIC X(02).

       FD ARQENDER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
                03 CEP             PIC 9(08).
                03 ENDERECO        PIC X(35).
                03 BAIRRO          PIC X(20).
                03 CIDADE          PIC X(35).
                03 UF              PIC X(02).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).

       FD RELDELTA
            LABEL RECORD IS STANDARD
               DISPLAY "ARQUIVO DNE.TXT NAO ENCONTRADO"
               GO TO ROT-FIM.
       DNE-OP1.
           OPEN I-O ARQENDER
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ARQENDER
                      CLOSE ARQENDER
                      DISPLAY "* ARQUIVO ARQENDER SENDO CRIADO *"
                      GO TO DNE-OP1
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQENDER"
                      CLOSE ARQDNE
                      GO TO ROT-FIM
                ELSE
           OPEN OUTPUT RELDELTA
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEPDELTA"
               CLOSE ARQDNE ARQENDER
               GO TO ROT-FIM.
      *
      *****************************************
                IF DNE-CEP = ZEROS
                    GO TO DNE-LER.
                MOVE DNE-CEP TO CEP
                READ ARQENDER
                IF ST-ERRO = "23"
                    GO TO DNE-INCLUI.
                IF ST-ERRO NOT = "00"
                MOVE DNE-BAIRRO   TO BAIRRO
                MOVE DNE-CIDADE   TO CIDADE
                MOVE DNE-UF       TO UF
                REWRITE REGENDER
                IF ST-ERRO = "00" OR "02"
                    ADD 1 TO W-TOT-ALT
                    MOVE "ALTERACAO " TO DL-ACAO
                MOVE DNE-BAIRRO   TO BAIRRO
                MOVE DNE-CIDADE   TO CIDADE
                MOVE DNE-UF       TO UF
                MOVE "A"          TO STATUS-REG
                MOVE SPACES       TO MOTIVO-EXCLUSAO
                WRITE REGENDER
                IF ST-ERRO = "00" OR "02"
                    ADD 1 TO W-TOT-INCL
                    MOVE "INCLUSAO  " TO DL-ACAO
                EXIT.
      *
       DNE-FIM.
                CLOSE ARQDNE ARQENDER RELDELTA
                DISPLAY "LINHAS LIDAS DO DNE : " W-TOT-LIDOS
                DISPLAY "CEP INCLUIDOS       : " W-TOT-INCL
                DISPLAY "CEP ALTERADOS       : " W-TOT-ALT
