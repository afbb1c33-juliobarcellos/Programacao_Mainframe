                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *
      *-----------------------------------------------------------------
           SELECT CADPREVBAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PV-CHAVE
                    FILE STATUS  IS ST-ERRO-PRV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 JR-OPERACAO     PIC X(01).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-IMAGEM       PIC X(413).

      *    MOVIMENTO ESPERADO NO EXTRATO BANCARIO (CONCILIACAO PELO
      *    PROGR98T/PROGR99T); B = BOLETO PELO NOSSO-NUMERO
       FD CADPREVBAN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPREVBAN.DAT".
       01 REGPREVBAN.
                03 PV-CHAVE.
                    05 PV-TIPO     PIC X(01).
                    05 PV-REF      PIC X(20).
                03 PV-DATA         PIC 9(08).
                03 PV-DC           PIC X(01).
                03 PV-VALOR        PIC 9(09)V99.
                03 PV-CNPJ         PIC 9(14).
                03 PV-DESCR        PIC X(30).
                03 PV-SITUACAO     PIC X(01).
                03 PV-EXT-CHAVE    PIC X(31).
                03 PV-DATA-CONC    PIC 9(08).
                03 PV-OPERADOR     PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-SES   PIC X(02) VALUE "00".
       77 ST-ERRO-JRN   PIC X(02) VALUE "00".
       77 ST-ERRO-PRV   PIC X(02) VALUE "00".
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 ST-ERRO-RET   PIC X(02) VALUE "00".
       77 ST-ERRO       PIC X(02) VALUE "00".
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
               OPEN OUTPUT JORNAL.
       RET-OP1.
           OPEN I-O CADPREVBAN
           IF ST-ERRO-PRV = "30"
               OPEN OUTPUT CADPREVBAN
               CLOSE CADPREVBAN
               GO TO RET-OP1.
      *
       RET-LER.
           READ RETBANCO NEXT RECORD
                   MOVE RT-VALOR-PAGO TO MN-VALOR-PAGO
                   REWRITE REGMENSAL
                   PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
                   PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM
                   ADD 1 TO W-TOT-BAIXA
                   MOVE RT-NOSSONUM TO LR-NOSSONUM
                   MOVE RT-OCORRENCIA TO LR-OCORR
      *
       RET-FIM.
           CLOSE RETBANCO CADMENSAL RELRET JORNAL
           IF ST-ERRO-PRV = "00"
               CLOSE CADPREVBAN.
           DISPLAY "RETORNO BANCARIO PROCESSADO"
           DISPLAY "BAIXADAS......: " W-TOT-BAIXA
           DISPLAY "REJEITADAS....: " W-TOT-REJEI
       JRN-GRAVA-FIM.
                EXIT.
      *
      **************************************
      * CREDITO ESPERADO NO EXTRATO: O     *
      * BANCO DEPOSITA O BOLETO PAGO COM O *
      * NOSSO-NUMERO NO DOCUMENTO          *
      **************************************
      *
       PRV-GRAVA.
                IF ST-ERRO-PRV NOT = "00"
                    GO TO PRV-GRAVA-FIM.
                MOVE SPACES        TO REGPREVBAN
                MOVE "B"           TO PV-TIPO
                MOVE RT-NOSSONUM   TO PV-REF
                MOVE RT-DATA-PGTO  TO PV-DATA
                MOVE "C"           TO PV-DC
                MOVE RT-VALOR-PAGO TO PV-VALOR
                MOVE ZEROS         TO PV-CNPJ PV-DATA-CONC
                STRING "MENSALIDADE RA " MN-RA " " MN-MES "/" MN-ANO
                       DELIMITED BY SIZE INTO PV-DESCR
                MOVE "P"           TO PV-SITUACAO
                WRITE REGPREVBAN
                MOVE "00" TO ST-ERRO-PRV.
       PRV-GRAVA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
