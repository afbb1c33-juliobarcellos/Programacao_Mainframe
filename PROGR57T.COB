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
           SELECT CRED13 ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CRD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "FOLHA13.DAT".
       01 LINREL13            PIC X(90).

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

       FD CRED13
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CRED13.DAT".
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
       77 W-ACHOU-TAB   PIC 9(01) VALUE ZEROS.
       77 W-TOTFUN      PIC 9(06) VALUE ZEROS.
       77 W-SOMA-LIQ    PIC 9(09)V99 VALUE ZEROS.
       77 W-QTD-IRRF    PIC 9(02) VALUE ZEROS.
       77 ST-ERRO-PA    PIC X(02) VALUE "00".
       77 ST-ERRO-PH    PIC X(02) VALUE "00".
       77 ST-ERRO-CRD   PIC X(02) VALUE "00".
       77 W-TEM-PENSAO  PIC 9(01) VALUE ZEROS.
       77 W-PEN-FEITO   PIC 9(01) VALUE ZEROS.
       77 W-SAL-MIN     PIC 9(06)V99 VALUE ZEROS.
       77 W-PENSAO      PIC 9(06)V99 VALUE ZEROS.
       77 W-PEN-BASE    PIC S9(07)V99 VALUE ZEROS.
       77 W-PEN-VALOR   PIC S9(07)V99 VALUE ZEROS.
       77 W-PEN-DEP     PIC 9(02) VALUE ZEROS.
       77 W-COMPET-CALC PIC 9(06) VALUE ZEROS.
       77 W-CRD-QTD     PIC 9(06) VALUE ZEROS.
       77 W-CRD-TOT     PIC 9(09)V99 VALUE ZEROS.
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

       01 W-TABFOL.
                03 TF-VIGENCIA     PIC 9(08).
               IF W-ACHOU-TAB = ZEROS
                   DISPLAY "SEM TABELA DE CALCULO PARA O ANO"
                   GO TO ROT-FIM.
      *    PENSAO ALIMENTICIA SO NA SEGUNDA PARCELA, QUE TEM OS
      *    DESCONTOS LEGAIS DO 13o
           MOVE ZEROS TO W-TEM-PENSAO
           IF W-PARCELA = 2
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
               DISPLAY "CADPENHIS COM ERRO - 13o SEM PENSAO".
           IF W-TEM-PENSAO = 1
               MOVE ZEROS TO PA-NUMREG PA-SEQ
               READ CADPENSAO
               IF ST-ERRO-PA = "00"
                   MOVE PA-VALOR TO W-SAL-MIN
               ELSE
                   MOVE "00" TO ST-ERRO-PA.
           COMPUTE W-COMPET-CALC = (W-ANO-REF * 100) + 12
           OPEN OUTPUT CRED13
           IF ST-ERRO-CRD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CRED13"
               GO TO ROT-FIM.
           MOVE W-ANO-REF TO LC-ANO
           MOVE W-PARCELA TO LC-PARC
           MOVE LINCAB TO LINREL13
           PERFORM T13-CALC THRU T13-CALC-FIM
           PERFORM T13-GRAVA THRU T13-GRAVA-FIM
           PERFORM T13-IMP THRU T13-IMP-FIM
           PERFORM CRD-GRAVA THRU CRD-GRAVA-FIM
           GO TO T13-LER.
      *
      *****************************************
       T13-CALC.
           COMPUTE W-BRUTO13 ROUNDED = (SALARIO * W-AVOS) / 12
           COMPUTE W-PARC1 ROUNDED = W-BRUTO13 / 2
           MOVE ZEROS TO W-INSS W-IRRF W-PENSAO W-PEN-FEITO PE-TOTAL
           MOVE NUMFILHOS TO W-QTD-IRRF
           IF W-PARCELA = 1
               MOVE W-PARC1 TO W-VALOR W-LIQUIDO
               GO TO T13-CALC-FIM.
               COMPUTE W-INSS ROUNDED = TF-INSS-PARC(W-IX) +
                       (W-SALBASE - TF-INSS-LIM(W-IX1)) *
                       TF-INSS-ALQ(W-IX).
       T13-CALC-BASE.
           COMPUTE W-BASE-IRRF = W-BRUTO13 - W-INSS -
                   (W-QTD-IRRF * TF-DED-DEPEND) - W-PENSAO
           MOVE 1 TO W-IX.
       T13-CALC-IRRF.
           IF W-IX < 5 AND W-BASE-IRRF > TF-IRRF-LIM(W-IX)
               MOVE ZEROS TO W-IRRF.
           MOVE W-BRUTO13 TO W-VALOR
           COMPUTE W-LIQUIDO = W-BRUTO13 - W-INSS - W-IRRF -
                   W-PARC1 - W-PENSAO
           IF W-LIQUIDO < ZEROS
               MOVE ZEROS TO W-LIQUIDO.
      *    A PENSAO APURADA SOBRE O PRIMEIRO CALCULO E DEDUZIDA DA
      *    BASE DO IRRF, QUE E REFEITO UMA UNICA VEZ
           IF W-PEN-FEITO = 1
               GO TO T13-CALC-FIM.
           MOVE 1 TO W-PEN-FEITO
           PERFORM PEN-CALCULA THRU PEN-CALCULA-FIM
           IF W-PENSAO NOT = ZEROS
               GO TO T13-CALC-BASE.
       T13-CALC-FIM.
           EXIT.
      *
           MOVE W-VALOR   TO HF-SALARIO
           MOVE W-INSS    TO HF-INSS
           MOVE W-IRRF    TO HF-IRRF
           MOVE ZEROS     TO HF-SALFAM HF-TOT-VERBP
           MOVE W-PENSAO  TO HF-TOT-VERBD
           MOVE W-LIQUIDO TO HF-LIQUIDO
           ACCEPT HF-DATA-CALC FROM DATE YYYYMMDD
           WRITE REGHISTFOL
           EXIT.
      *
      *****************************************
      * PENSAO ALIMENTICIA DAS ORDENS QUE      *
      * INCIDEM NO 13o, VIGENTES EM DEZEMBRO,  *
      * LIMITADA AO LIQUIDO DA PARCELA         *
      *****************************************
      *
       PEN-CALCULA.
           MOVE ZEROS TO W-PENSAO W-PEN-DEP PE-TOTAL
           IF W-TEM-PENSAO NOT = 1
               GO TO PEN-CALCULA-FIM.
           MOVE NUMREG TO PA-NUMREG
           MOVE ZEROS  TO PA-SEQ
           START CADPENSAO KEY IS NOT LESS THAN PA-CHAVE
           IF ST-ERRO-PA NOT = "00"
               MOVE "00" TO ST-ERRO-PA
               GO TO PEN-CALCULA-FIM.
       PEN-CALCULA-LER.
           READ CADPENSAO NEXT RECORD
           IF ST-ERRO-PA NOT = "00"
               MOVE "00" TO ST-ERRO-PA
               GO TO PEN-CALCULA-APL.
           IF PA-NUMREG NOT = NUMREG
               GO TO PEN-CALCULA-APL.
           IF PA-13-FER NOT = "S"
               GO TO PEN-CALCULA-LER.
           IF (PA-DATA-INI / 100) > W-COMPET-CALC
               GO TO PEN-CALCULA-LER.
           IF PA-DATA-FIM NOT = ZEROS AND
              PA-DATA-FIM < W-DATA-REF
               GO TO PEN-CALCULA-LER.
           IF PE-TOTAL NOT < 9
               GO TO PEN-CALCULA-LER.
           MOVE W-BRUTO13 TO W-PEN-BASE
           IF PA-BASE = "L"
               COMPUTE W-PEN-BASE = W-BRUTO13 - W-INSS - W-IRRF.
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
      * CREDITO BANCARIO DA PARCELA: LIQUIDO   *
      * DO FUNCIONARIO E PENSAO DE CADA        *
      * BENEFICIARIO, COM O HISTORICO DA       *
      * PENSAO (13o NO MES 12)                 *
      *****************************************
      *
       CRD-GRAVA.
           IF W-LIQUIDO = ZEROS
               GO TO CRD-GRAVA-PEN.
           MOVE "F"        TO CR-TIPO
           MOVE NUMREG     TO CR-NUMREG
           MOVE ZEROS      TO CR-SEQ CR-CPF CR-BANCO CR-AGENCIA
           MOVE NOME       TO CR-NOME
           MOVE SPACES     TO CR-CONTA
           MOVE W-LIQUIDO  TO CR-VALOR
           MOVE W-COMPET-CALC TO CR-COMPET
           MOVE "D"        TO CR-FOLHA
           WRITE REGCRED
           ADD 1 TO W-CRD-QTD
           ADD W-LIQUIDO TO W-CRD-TOT.
       CRD-GRAVA-PEN.
           MOVE 1 TO PE-IX.
       CRD-GRAVA-LOOP.
           IF PE-IX > PE-TOTAL
               GO TO CRD-GRAVA-FIM.
           MOVE "P"                 TO CR-TIPO
           MOVE NUMREG              TO CR-NUMREG
           MOVE PE-SEQ(PE-IX)       TO CR-SEQ
           MOVE PE-BENEF(PE-IX)     TO CR-NOME
           MOVE PE-CPF(PE-IX)       TO CR-CPF
           MOVE PE-BANCO(PE-IX)     TO CR-BANCO
           MOVE PE-AGENCIA(PE-IX)   TO CR-AGENCIA
           MOVE PE-CONTA(PE-IX)     TO CR-CONTA
           MOVE PE-VALOR(PE-IX)     TO CR-VALOR
           MOVE W-COMPET-CALC       TO CR-COMPET
           MOVE "D"                 TO CR-FOLHA
           WRITE REGCRED
           ADD 1 TO W-CRD-QTD
           ADD PE-VALOR(PE-IX) TO W-CRD-TOT
           MOVE NUMREG          TO PH-NUMREG
           MOVE PE-SEQ(PE-IX)   TO PH-SEQ
           MOVE W-ANO-REF       TO PH-ANO
           MOVE 12              TO PH-MES
           MOVE "D"             TO PH-FOLHA
           MOVE PE-BASE-VAL(PE-IX) TO PH-BASE-VAL
           MOVE PE-VALOR(PE-IX) TO PH-VALOR
           ACCEPT PH-DATA FROM DATE YYYYMMDD
           WRITE REGPENHIS
           IF ST-ERRO-PH = "22"
               REWRITE REGPENHIS.
           IF ST-ERRO-PH NOT = "00" AND ST-ERRO-PH NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPENHIS".
           MOVE "00" TO ST-ERRO-PH
           ADD 1 TO PE-IX
           GO TO CRD-GRAVA-LOOP.
       CRD-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * TABELA DE CALCULO VIGENTE EM DEZEMBRO  *
      *****************************************
      *
           EXIT.
      *
       T13-FIM.
           MOVE "T"        TO CR-TIPO
           MOVE W-CRD-QTD  TO CR-NUMREG
           MOVE ZEROS      TO CR-SEQ CR-CPF CR-BANCO CR-AGENCIA
           MOVE SPACES     TO CR-NOME CR-CONTA CR-FOLHA
           MOVE W-CRD-TOT  TO CR-VALOR
           MOVE W-COMPET-CALC TO CR-COMPET
           WRITE REGCRED
           CLOSE CRED13
           IF W-TEM-PENSAO = 1
               CLOSE CADPENSAO CADPENHIS.
           MOVE SPACES TO LINREL13
           WRITE LINREL13
           MOVE W-SOMA-LIQ TO LT-TOTAL
               CLOSE CADPONTO.
           DISPLAY "FUNCIONARIOS PROCESSADOS: " W-TOTFUN
           DISPLAY "RELATORIO GRAVADO EM FOLHA13.DAT"
           DISPLAY "CREDITO BANCARIO GRAVADO EM CRED13.DAT"
           GO TO ROT-FIMP.
      *
      **********************
