                    FILE STATUS  IS ST-ERRO-CONV.
      *
      *-----------------------------------------------------------------
           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    05 ANO-VIGFIM PIC 9(04).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 DIAS-RETORNO    PIC 9(03).
                03 REG-ANS         PIC 9(06).
                03 LAYOUT-REM      PIC X(01).
                03 CNPJ-CONV       PIC 9(14).
                03 CONV-FUNC       PIC X(01).

       FD ARQENDER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
                03 CEP             PIC 9(08).
                03 ENDERECO        PIC X(35).
                03 BAIRRO          PIC X(20).
                03 CIDADE          PIC X(35).
                03 UF              PIC X(02).
                03 STATUS-REG-E    PIC X(01).
                03 MOTIVO-EXCL-E   PIC X(30).

       FD RELERRO
            LABEL RECORD IS STANDARD
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV"
               CLOSE ARQPACI CADPACI
               GO TO ROT-FIM.
           OPEN INPUT ARQENDER
           IF ST-ERRO-CEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQENDER"
               CLOSE ARQPACI CADPACI CADCONV
               GO TO ROT-FIM.
           OPEN OUTPUT RELERRO
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PACIERR"
               CLOSE ARQPACI CADPACI CADCONV ARQENDER
               GO TO ROT-FIM.
      *
       IMP-LER.
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
               GO TO IMP-LINHA-FIM.
           MOVE W-CEP-TXT TO CEP
           READ ARQENDER
           IF ST-ERRO-CEP NOT = "00"
               MOVE "CEP NAO CADASTRADO" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
           EXIT.
      *
       IMP-FIM.
           CLOSE ARQPACI CADPACI CADCONV ARQENDER RELERRO
           DISPLAY "PACIENTES PRE-CADASTRADOS: " W-TOT-OK
           DISPLAY "LINHAS REJEITADAS........: " W-TOT-ERR
           DISPLAY "ERROS LISTADOS EM PACIERR.DAT"
