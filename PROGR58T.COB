                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
           SELECT CADPENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CHAVE
                    FILE STATUS  IS ST-ERRO-PA.
      *
      *-----------------------------------------------------------------
           SELECT CADPENHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PH-CHAVE
                    FILE STATUS  IS ST-ERRO-PH.
      *
      *-----------------------------------------------------------------
           SELECT CREDFER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CRD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "RECFERIA.DAT".
       01 LINRELFER           PIC X(80).

       FD CADPENSAO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPENSAO.DAT".
       01 REGPENSAO.
                03 PA-CHAVE.
                    05 PA-NUMREG   PIC 9(06).
                    05 PA-SEQ      PIC 9(02).
                03 PA-BENEF        PIC X(30).
                03 PA-CPF          PIC 9(11).
                03 PA-DP-SEQ       PIC 9(02).
                03 PA-PROCESSO     PIC X(20).
                03 PA-BASE         PIC X(01).
                03 PA-TIPO         PIC X(01).
                03 PA-PERCENT      PIC 9(03)V99.
                03 PA-VALOR        PIC 9(06)V99.
                03 PA-13-FER       PIC X(01).
                03 PA-BANCO        PIC 9(03).
                03 PA-AGENCIA      PIC 9(04).
                03 PA-CONTA        PIC X(12).
                03 PA-SITUACAO     PIC X(01).
                03 PA-DATA-INI     PIC 9(08).
                03 PA-DATA-FIM     PIC 9(08).

       FD CADPENHIS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPENHIS.DAT".
       01 REGPENHIS.
                03 PH-CHAVE.
                    05 PH-NUMREG   PIC 9(06).
                    05 PH-SEQ      PIC 9(02).
                    05 PH-ANO      PIC 9(04).
                    05 PH-MES      PIC 9(02).
                    05 PH-FOLHA    PIC X(01).
                03 PH-BASE-VAL     PIC 9(07)V99.
                03 PH-VALOR        PIC 9(06)V99.
                03 PH-DATA         PIC 9(08).

      *    CREDITO BANCARIO DE CADA PAGAMENTO DE FERIAS, ACUMULADO
      *    ATE A REMESSA AO BANCO
       FD CREDFER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CREDFER.DAT".
       01 REGCRED.
                03 CR-TIPO         PIC X(01).
                03 CR-NUMREG       PIC 9(06).
                03 CR-SEQ          PIC 9(02).
                03 CR-NOME         PIC X(30).
                03 CR-CPF          PIC 9(11).
                03 CR-BANCO        PIC 9(03).
                03 CR-AGENCIA      PIC 9(04).
                03 CR-CONTA        PIC X(12).
                03 CR-VALOR        PIC 9(09)V99.
                03 CR-COMPET       PIC 9(06).
                03 CR-FOLHA        PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-DIAS-AVISO  PIC S9(07) VALUE ZEROS.
       77 W-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-INI    PIC 9(07) VALUE ZEROS.
       77 W-QTD-IRRF    PIC 9(02) VALUE ZEROS.
       77 ST-ERRO-PA    PIC X(02) VALUE "00".
       77 ST-ERRO-PH    PIC X(02) VALUE "00".
       77 ST-ERRO-CRD   PIC X(02) VALUE "00".
       77 W-TEM-PENSAO  PIC 9(01) VALUE ZEROS.
       77 W-PEN-FEITO   PIC 9(01) VALUE ZEROS.
       77 W-SAL-MIN     PIC 9(06)V99 VALUE ZEROS.
       77 W-PENSAO      PIC 9(06)V99 VALUE ZEROS.
       77 W-PEN-BRUTO   PIC 9(07)V99 VALUE ZEROS.
       77 W-PEN-BASE    PIC S9(07)V99 VALUE ZEROS.
       77 W-PEN-VALOR   PIC S9(07)V99 VALUE ZEROS.
       77 W-PEN-DEP     PIC 9(02) VALUE ZEROS.
       77 W-COMPET-CALC PIC 9(06) VALUE ZEROS.
       77 PE-TOTAL      PIC 9(01) VALUE ZEROS.
       77 PE-IX         PIC 9(02) VALUE ZEROS.
       01 TABPENSAO.
           03 PE-ENT OCCURS 9 TIMES.
              05 PE-SEQ      PIC 9(02).
              05 PE-BENEF    PIC X(30).
              05 PE-CPF      PIC 9(11).
              05 PE-BANCO    PIC 9(03).
              05 PE-AGENCIA  PIC 9(04).
              05 PE-CONTA    PIC X(12).
              05 PE-BASE-VAL PIC 9(07)V99.
              05 PE-VALOR    PIC 9(06)V99.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI-R REDEFINES W-DATA-INI.
           03 W-INI-ANO PIC 9(04).
           OPEN EXTEND RELFER
           IF ST-ERRO-REL NOT = "00"
               OPEN OUTPUT RELFER.
           OPEN EXTEND CREDFER
           IF ST-ERRO-CRD NOT = "00"
               OPEN OUTPUT CREDFER.
           MOVE 1 TO W-TEM-PENSAO
           OPEN INPUT CADPENSAO
           IF ST-ERRO-PA NOT = "00"
               MOVE ZEROS TO W-TEM-PENSAO.
           IF W-TEM-PENSAO = 1
               OPEN I-O CADPENHIS
               IF ST-ERRO-PH = "30"
                   OPEN OUTPUT CADPENHIS
                   CLOSE CADPENHIS
                   OPEN I-O CADPENHIS.
           IF W-TEM-PENSAO = 1 AND ST-ERRO-PH NOT = "00"
               MOVE ZEROS TO W-TEM-PENSAO
               CLOSE CADPENSAO
               DISPLAY "CADPENHIS COM ERRO - FERIAS SEM PENSAO".
           IF W-TEM-PENSAO = 1
               MOVE ZEROS TO PA-NUMREG PA-SEQ
               READ CADPENSAO
               IF ST-ERRO-PA = "00"
                   MOVE PA-VALOR TO W-SAL-MIN
               ELSE
                   MOVE "00" TO ST-ERRO-PA.
      *
       FER-001.
           DISPLAY " "
           COMPUTE W-ABONO ROUNDED = ((SALARIO / 30) * W-DIAS-ABONO)
                   + (((SALARIO / 30) * W-DIAS-ABONO) / 3)
           COMPUTE W-TRIBUTAVEL = W-BRUTO + W-TERCO
           MOVE ZEROS TO W-PENSAO W-PEN-FEITO PE-TOTAL
           MOVE NUMFILHOS TO W-QTD-IRRF
           MOVE W-TRIBUTAVEL TO W-SALBASE
           IF W-SALBASE > TF-INSS-TETO
               MOVE TF-INSS-TETO TO W-SALBASE.
               COMPUTE W-INSS ROUNDED = TF-INSS-PARC(W-IX) +
                       (W-SALBASE - TF-INSS-LIM(W-IX1)) *
                       TF-INSS-ALQ(W-IX).
       FER-CALC-BASE.
           COMPUTE W-BASE-IRRF = W-TRIBUTAVEL - W-INSS -
                   (W-QTD-IRRF * TF-DED-DEPEND) - W-PENSAO
           MOVE 1 TO W-IX.
       FER-CALC-IRRF.
           IF W-IX < 5 AND W-BASE-IRRF > TF-IRRF-LIM(W-IX)
           IF W-IRRF < ZEROS
               MOVE ZEROS TO W-IRRF.
           COMPUTE W-LIQUIDO = W-TRIBUTAVEL - W-INSS - W-IRRF +
                   W-ABONO - W-PENSAO
           IF W-LIQUIDO < ZEROS
               MOVE ZEROS TO W-LIQUIDO.
      *    A PENSAO APURADA SOBRE O PRIMEIRO CALCULO E DEDUZIDA DA
      *    BASE DO IRRF, QUE E REFEITO UMA UNICA VEZ
           IF W-PEN-FEITO = ZEROS
               MOVE 1 TO W-PEN-FEITO
               PERFORM PEN-CALCULA THRU PEN-CALCULA-FIM
               IF W-PENSAO NOT = ZEROS
                   GO TO FER-CALC-BASE.
      *
      *****************************************
      * GRAVACAO NO HISTORICO NA COMPETENCIA   *
           COMPUTE HF-SALARIO = W-BRUTO + W-TERCO
           MOVE W-INSS TO HF-INSS
           MOVE W-IRRF TO HF-IRRF
           MOVE ZEROS TO HF-SALFAM
           MOVE W-PENSAO TO HF-TOT-VERBD
           MOVE W-ABONO TO HF-TOT-VERBP
           MOVE W-LIQUIDO TO HF-LIQUIDO
           ACCEPT HF-DATA-CALC FROM DATE YYYYMMDD
           MOVE W-IRRF TO LF-VALOR
           MOVE LINFER-VAL TO LINRELFER
           WRITE LINRELFER
           IF W-PENSAO NOT = ZEROS
               MOVE "PENSAO ALIMENTICIA..-" TO LF-ROTULO
               MOVE W-PENSAO TO LF-VALOR
               MOVE LINFER-VAL TO LINRELFER
               WRITE LINRELFER.
           MOVE "LIQUIDO DE FERIAS...=" TO LF-ROTULO
           MOVE W-LIQUIDO TO LF-VALOR
           MOVE LINFER-VAL TO LINRELFER
           WRITE LINRELFER
           MOVE LINFER-SEP TO LINRELFER
           WRITE LINRELFER
           PERFORM CRD-GRAVA THRU CRD-GRAVA-FIM
           DISPLAY "*** FERIAS PAGAS E RECIBO GRAVADO ***"
           GO TO FER-001.
      *
      *****************************************
      * PENSAO ALIMENTICIA DAS ORDENS QUE      *
      * INCIDEM NAS FERIAS, VIGENTES NO MES DO *
      * INICIO DO GOZO, LIMITADA AO LIQUIDO    *
      *****************************************
      *
       PEN-CALCULA.
           MOVE ZEROS TO W-PENSAO W-PEN-DEP PE-TOTAL
           IF W-TEM-PENSAO NOT = 1
               GO TO PEN-CALCULA-FIM.
           COMPUTE W-COMPET-CALC = W-DATA-INI / 100
           COMPUTE W-PEN-BRUTO = W-TRIBUTAVEL + W-ABONO
           MOVE W-NUMREG TO PA-NUMREG
           MOVE ZEROS    TO PA-SEQ
           START CADPENSAO KEY IS NOT LESS THAN PA-CHAVE
           IF ST-ERRO-PA NOT = "00"
               MOVE "00" TO ST-ERRO-PA
               GO TO PEN-CALCULA-FIM.
       PEN-CALCULA-LER.
           READ CADPENSAO NEXT RECORD
           IF ST-ERRO-PA NOT = "00"
               MOVE "00" TO ST-ERRO-PA
               GO TO PEN-CALCULA-APL.
           IF PA-NUMREG NOT = W-NUMREG
               GO TO PEN-CALCULA-APL.
           IF PA-13-FER NOT = "S"
               GO TO PEN-CALCULA-LER.
           IF (PA-DATA-INI / 100) > W-COMPET-CALC
               GO TO PEN-CALCULA-LER.
           IF PA-DATA-FIM NOT = ZEROS AND
              (PA-DATA-FIM / 100) < W-COMPET-CALC
               GO TO PEN-CALCULA-LER.
           IF PE-TOTAL NOT < 9
               GO TO PEN-CALCULA-LER.
           MOVE W-PEN-BRUTO TO W-PEN-BASE
           IF PA-BASE = "L"
               COMPUTE W-PEN-BASE = W-PEN-BRUTO - W-INSS - W-IRRF.
           IF PA-BASE = "M"
               MOVE W-SAL-MIN TO W-PEN-BASE.
           IF W-PEN-BASE < ZEROS
               MOVE ZEROS TO W-PEN-BASE.
           IF PA-TIPO = "F"
               MOVE PA-VALOR TO W-PEN-VALOR
           ELSE
               COMPUTE W-PEN-VALOR ROUNDED =
                       (W-PEN-BASE * PA-PERCENT) / 100.
           IF (W-PENSAO + W-PEN-VALOR) > W-LIQUIDO
               COMPUTE W-PEN-VALOR = W-LIQUIDO - W-PENSAO.
           IF W-PEN-VALOR NOT > ZEROS
               GO TO PEN-CALCULA-LER.
           ADD 1 TO PE-TOTAL
           MOVE PA-SEQ      TO PE-SEQ(PE-TOTAL)
           MOVE PA-BENEF    TO PE-BENEF(PE-TOTAL)
           MOVE PA-CPF      TO PE-CPF(PE-TOTAL)
           MOVE PA-BANCO    TO PE-BANCO(PE-TOTAL)
           MOVE PA-AGENCIA  TO PE-AGENCIA(PE-TOTAL)
           MOVE PA-CONTA    TO PE-CONTA(PE-TOTAL)
           MOVE W-PEN-BASE  TO PE-BASE-VAL(PE-TOTAL)
           MOVE W-PEN-VALOR TO PE-VALOR(PE-TOTAL)
           ADD W-PEN-VALOR TO W-PENSAO
           IF PA-DP-SEQ NOT = ZEROS
               ADD 1 TO W-PEN-DEP.
           GO TO PEN-CALCULA-LER.
       PEN-CALCULA-APL.
           IF W-PEN-DEP > W-QTD-IRRF
               MOVE W-QTD-IRRF TO W-PEN-DEP.
           IF W-PENSAO NOT = ZEROS
               SUBTRACT W-PEN-DEP FROM W-QTD-IRRF.
       PEN-CALCULA-FIM.
           EXIT.
      *
      *****************************************
      * CREDITO BANCARIO DAS FERIAS E DA       *
      * PENSAO; O HISTORICO DA PENSAO SOMA NO  *
      * MES DO INICIO DO GOZO                  *
      *****************************************
      *
       CRD-GRAVA.
           COMPUTE W-COMPET-CALC = W-DATA-INI / 100
           IF W-LIQUIDO = ZEROS
               GO TO CRD-GRAVA-PEN.
           MOVE "F"        TO CR-TIPO
           MOVE W-NUMREG   TO CR-NUMREG
           MOVE ZEROS      TO CR-SEQ CR-CPF CR-BANCO CR-AGENCIA
           MOVE NOME       TO CR-NOME
           MOVE SPACES     TO CR-CONTA
           MOVE W-LIQUIDO  TO CR-VALOR
           MOVE W-COMPET-CALC TO CR-COMPET
           MOVE "F"        TO CR-FOLHA
           WRITE REGCRED.
       CRD-GRAVA-PEN.
           MOVE 1 TO PE-IX.
       CRD-GRAVA-LOOP.
           IF PE-IX > PE-TOTAL
               GO TO CRD-GRAVA-FIM.
           MOVE "P"                 TO CR-TIPO
           MOVE W-NUMREG            TO CR-NUMREG
           MOVE PE-SEQ(PE-IX)       TO CR-SEQ
           MOVE PE-BENEF(PE-IX)     TO CR-NOME
           MOVE PE-CPF(PE-IX)       TO CR-CPF
           MOVE PE-BANCO(PE-IX)     TO CR-BANCO
           MOVE PE-AGENCIA(PE-IX)   TO CR-AGENCIA
           MOVE PE-CONTA(PE-IX)     TO CR-CONTA
           MOVE PE-VALOR(PE-IX)     TO CR-VALOR
           MOVE W-COMPET-CALC       TO CR-COMPET
           MOVE "F"                 TO CR-FOLHA
           WRITE REGCRED
           MOVE W-NUMREG        TO PH-NUMREG
           MOVE PE-SEQ(PE-IX)   TO PH-SEQ
           MOVE W-INI-ANO       TO PH-ANO
           MOVE W-INI-MES       TO PH-MES
           MOVE "F"             TO PH-FOLHA
           READ CADPENHIS
           IF ST-ERRO-PH = "00"
               ADD PE-BASE-VAL(PE-IX) TO PH-BASE-VAL
               ADD PE-VALOR(PE-IX) TO PH-VALOR
               ACCEPT PH-DATA FROM DATE YYYYMMDD
               REWRITE REGPENHIS
           ELSE
               MOVE PE-BASE-VAL(PE-IX) TO PH-BASE-VAL
               MOVE PE-VALOR(PE-IX) TO PH-VALOR
               ACCEPT PH-DATA FROM DATE YYYYMMDD
               WRITE REGPENHIS.
           IF ST-ERRO-PH NOT = "00" AND ST-ERRO-PH NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPENHIS".
           MOVE "00" TO ST-ERRO-PH
           ADD 1 TO PE-IX
           GO TO CRD-GRAVA-LOOP.
       CRD-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * TABELA DE CALCULO VIGENTE NA DATA      *
      *****************************************
      *
      *
       FER-FIM.
           CLOSE CADFERIAS CADFUN CADHISTFOL CADTABFOL RELFER
                 CREDFER
           IF W-TEM-PENSAO = 1
               CLOSE CADPENSAO CADPENHIS.
           GO TO ROT-FIMP.
      *
      **********************
