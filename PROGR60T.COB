                    RECORD KEY   IS CF-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADADIANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AD-CHAVE
                    FILE STATUS  IS ST-ERRO-ADT.
      *
      *-----------------------------------------------------------------
           SELECT AUDITLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 CF-TOT-LIQ      PIC 9(09)V99.
                03 CF-DATA-SIT     PIC 9(08).

      *    ADIANTAMENTO QUINZENAL (PROGR85T); NUMREG ZERADO E O
      *    CONTROLE DA RODADA: A = ABERTA, E = ENCERRADA
       FD CADADIANT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADADIANT.DAT".
       01 REGADIANT.
                03 AD-CHAVE.
                    05 AD-ANO      PIC 9(04).
                    05 AD-MES      PIC 9(02).
                    05 AD-NUMREG   PIC 9(06).
                03 AD-SITUACAO     PIC X(01).
                03 AD-PERCENT      PIC 9(03)V99.
                03 AD-VALOR        PIC 9(06)V99.
                03 AD-DATA         PIC 9(08).
                03 AD-QTD          PIC 9(06).
                03 AD-TOTAL        PIC 9(09)V99.

       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDITLOG.DAT".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-ADT  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CMP-001.
      *    COM ADIANTAMENTO QUINZENAL ABERTO A COMPETENCIA NAO
      *    VOLTA PARA CALCULADA
                MOVE SPACE TO AD-SITUACAO
                OPEN INPUT CADADIANT
                IF ST-ERRO-ADT = "00"
                   MOVE CF-ANO TO AD-ANO
                   MOVE CF-MES TO AD-MES
                   MOVE ZEROS  TO AD-NUMREG
                   READ CADADIANT
                   IF ST-ERRO-ADT NOT = "00"
                      MOVE SPACE TO AD-SITUACAO
                      CLOSE CADADIANT
                   ELSE
                      CLOSE CADADIANT.
                IF AD-SITUACAO = "A"
                   MOVE "* ADIANTAMENTO ABERTO - ENCERRE NO PROGR85T *"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CMP-001.
                MOVE SPACES TO W-MOTIVO
                DISPLAY (23, 01) "MOTIVO DA REABERTURA: "
                ACCEPT  (23, 23) W-MOTIVO
