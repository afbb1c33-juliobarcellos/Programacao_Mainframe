                    RECORD KEY   IS RB-NUMERO
                    FILE STATUS  IS ST-ERRO-RB.
      *
      *-----------------------------------------------------------------
           SELECT CADRPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPS-NUMERO
                    FILE STATUS  IS ST-ERRO-RPS
                    ALTERNATE RECORD KEY IS RPS-ORIGEM.
      *
      *-----------------------------------------------------------------
           SELECT RELEXT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 RB-SES-SEQ      PIC 9(02).
                03 RB-SITUACAO     PIC X(01).

       FD CADRPS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRPS.DAT".
       01 REGRPS.
                03 RPS-NUMERO      PIC 9(06).
                03 RPS-ORIGEM.
                    05 RPS-TIPO    PIC X(01).
                    05 RPS-REF     PIC X(16).
                    05 RPS-REF-RB REDEFINES RPS-REF.
                        07 RPS-RB-NUM  PIC 9(06).
                        07 FILLER      PIC X(10).
                03 RPS-DATA-EMI    PIC 9(08).
                03 RPS-TOM-TIPO    PIC X(01).
                03 RPS-TOM-DOC     PIC 9(14).
                03 RPS-VALOR       PIC 9(11)V99.
                03 RPS-ALIQ        PIC 9(02)V99.
                03 RPS-ISS         PIC 9(09)V99.
                03 RPS-NFSE        PIC X(15).
                03 RPS-DATA-NFSE   PIC 9(08).

       FD RELEXT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "EXTRATO.DAT".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-RB    PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 ST-ERRO-RPS   PIC X(02) VALUE "00".
       77 W-CPF-REF     PIC 9(11) VALUE ZEROS.
       77 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
           OPEN INPUT CADRECIBO
           IF ST-ERRO-RB NOT = "00"
               DISPLAY "CADRECIBO AUSENTE - EXTRATO SEM RECIBOS".
           OPEN INPUT CADRPS
           OPEN OUTPUT RELEXT
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXTRATO"
           ADD 1 TO TS-TOTAL
           MOVE W-DATA-CON TO TS-DATA(TS-TOTAL)
           MOVE W-VALOR TO TS-VALOR(TS-TOTAL)
      *    DESTINO: FATURADA AO CONVENIO, GLOSADA, RETORNO SEM
      *    COBRANCA OU PARTICULAR
           IF SIT-FATUR = "G"
               MOVE "G" TO TS-TIPO(TS-TOTAL)
               MOVE COD-GLOSA TO TS-INFO(TS-TOTAL)
               MOVE "C" TO TS-TIPO(TS-TOTAL)
               MOVE "CONVENIO" TO TS-INFO(TS-TOTAL)
               ADD W-VALOR TO W-TOT-CONV
           ELSE
           IF SIT-FATUR = "R"
               MOVE "T" TO TS-TIPO(TS-TOTAL)
               MOVE ZEROS TO TS-VALOR(TS-TOTAL)
               MOVE "SEM COBRANCA" TO TS-INFO(TS-TOTAL)
           ELSE
               MOVE "P" TO TS-TIPO(TS-TOTAL)
               MOVE "PARTICULAR" TO TS-INFO(TS-TOTAL)
           MOVE "R" TO TS-TIPO(TS-TOTAL)
           MOVE RB-VALOR TO TS-VALOR(TS-TOTAL)
           MOVE RB-DESCR TO TS-INFO(TS-TOTAL)
      *    RECIBO JA CONVERTIDO EM NOTA FISCAL MOSTRA O NUMERO DA NFS-E
           IF ST-ERRO-RPS = "00"
               MOVE SPACES    TO RPS-ORIGEM
               MOVE "R"       TO RPS-TIPO
               MOVE RB-NUMERO TO RPS-RB-NUM
               READ CADRPS KEY IS RPS-ORIGEM
               IF ST-ERRO-RPS = "00" AND RPS-NFSE NOT = SPACES
                   MOVE SPACES TO TS-INFO(TS-TOTAL)
                   STRING "NFSE " RPS-NFSE DELIMITED BY SIZE
                          INTO TS-INFO(TS-TOTAL).
           IF ST-ERRO-RPS = "23"
               MOVE "00" TO ST-ERRO-RPS.
           ADD RB-VALOR TO W-TOT-RECIB
           GO TO EXT-RECIBO-LER.
      *
           ELSE
           IF TS-TIPO(TS-IX) = "R"
               MOVE "RECIBO    "  TO LD-ROTULO
           ELSE
           IF TS-TIPO(TS-IX) = "T"
               MOVE "RETORNO   "  TO LD-ROTULO
           ELSE
               MOVE "PARTICULAR"  TO LD-ROTULO.
           MOVE LINDET TO LINRELEXT
           CLOSE CADCONSU CADPACI RELEXT
           IF ST-ERRO-RB = "00"
               CLOSE CADRECIBO.
           IF ST-ERRO-RPS = "00"
               CLOSE CADRPS.
           DISPLAY "EXTRATO GRAVADO EM EXTRATO.DAT"
           GO TO ROT-FIMP.
      *
