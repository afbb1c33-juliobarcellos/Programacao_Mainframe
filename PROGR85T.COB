       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR85T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * ADIANTAMENTO QUINZENAL: CALCULO DA *
      * COMPETENCIA POR PERCENTUAL DO      *
      * CARGO OU DEPARTAMENTO COM TETO,    *
      * ARQUIVO DE CREDITO BANCARIO E      *
      * RECIBOS; O ENCERRAMENTO LIBERA A   *
      * FOLHA MENSAL, QUE DESCONTA O VALOR *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMREG
                    FILE STATUS  IS ST-ERRO-FUN
                    ALTERNATE RECORD KEY IS NOME  WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADADTPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERRO-APR.
      *
      *-----------------------------------------------------------------
           SELECT CADADIANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AD-CHAVE
                    FILE STATUS  IS ST-ERRO-ADT.
      *
      *-----------------------------------------------------------------
           SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PT-CHAVE
                    FILE STATUS  IS ST-ERRO-PTO.
      *
      *-----------------------------------------------------------------
           SELECT CADCOMPFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CF-CHAVE
                    FILE STATUS  IS ST-ERRO-CMP.
      *
      *-----------------------------------------------------------------
           SELECT CADVERBA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VB-CODIGO
                    FILE STATUS  IS ST-ERRO-VB.
      *
      *-----------------------------------------------------------------
           SELECT CREDADT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CRD.
      *
      *-----------------------------------------------------------------
           SELECT RELADT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT AUDITLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFUN.DAT".
       01 REGFUN.
                03 NUMREG          PIC 9(06).
                03 NOME            PIC X(30).
                03 DEPARTAMENTO    PIC 9(01).
                03 CARGO           PIC 9(01).
                03 SALARIO         PIC 9(06)V99.
                03 NUMFILHOS       PIC 9(01).
                03 DIAADM          PIC 9(02).
                03 MESADM          PIC 9(02).
                03 ANOADM          PIC 9(04).
                03 DIADEM          PIC 9(02).
                03 MESDEM          PIC 9(02).
                03 ANODEM          PIC 9(04).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 MOTIVO-DEMISSAO PIC 9(01).

      *    REGRA DO ADIANTAMENTO: TIPO G = GERAL (CODIGO 0),
      *    D = DEPARTAMENTO, C = CARGO. O CARGO PREVALECE SOBRE O
      *    DEPARTAMENTO E ESTE SOBRE A GERAL; TETO ZERADO USA O
      *    DA REGRA GERAL
       FD CADADTPAR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADADTPAR.DAT".
       01 REGADTPAR.
                03 AP-CHAVE.
                    05 AP-TIPO     PIC X(01).
                    05 AP-CODIGO   PIC 9(01).
                03 AP-PERCENT      PIC 9(03)V99.
                03 AP-TETO         PIC 9(06)V99.

      *    ADIANTAMENTO POR COMPETENCIA; O REGISTRO DE NUMREG
      *    ZERADO CONTROLA A RODADA: A = ABERTA, E = ENCERRADA
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

       FD CADPONTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
                03 PT-CHAVE.
                    05 PT-NUMREG   PIC 9(06).
                    05 PT-ANO      PIC 9(04).
                    05 PT-MES      PIC 9(02).
                03 PT-DIAS-TRAB    PIC 9(02).
                03 PT-HE50         PIC 9(03)V99.
                03 PT-HE100        PIC 9(03)V99.
                03 PT-DIAS-FALTA   PIC 9(02).

       FD CADCOMPFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCOMPFOL.DAT".
       01 REGCOMPFOL.
                03 CF-CHAVE.
                    05 CF-ANO      PIC 9(04).
                    05 CF-MES      PIC 9(02).
                03 CF-SITUACAO     PIC X(01).
                03 CF-TOT-LIQ      PIC 9(09)V99.
                03 CF-DATA-SIT     PIC 9(08).

       FD CADVERBA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVERBA.DAT".
       01 REGVERBA.
                03 VB-CODIGO       PIC 9(03).
                03 VB-DESCR        PIC X(20).
                03 VB-TIPO         PIC X(01).
                03 VB-BASE         PIC X(01).
                03 VB-INCIDE-INSS  PIC X(01).
                03 VB-INCIDE-IRRF  PIC X(01).

      *    CREDITO BANCARIO NO LEIAUTE DO CREDFOL; FOLHA Q
       FD CREDADT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CREDADT.DAT".
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

       FD RELADT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "RECADT.DAT".
       01 LINRELADT           PIC X(80).

       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 LINAUDIT.
                03 AU-DATA         PIC 9(08).
                03 FILLER          PIC X(01).
                03 AU-HORA         PIC 9(08).
                03 FILLER          PIC X(01).
                03 AU-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01).
                03 AU-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01).
                03 AU-OPERACAO     PIC X(10).
                03 FILLER          PIC X(01).
                03 AU-CHAVE        PIC X(15).
                03 FILLER          PIC X(01).
                03 AU-MOTIVO       PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 ST-ERRO-APR  PIC X(02) VALUE "00".
       77 ST-ERRO-ADT  PIC X(02) VALUE "00".
       77 ST-ERRO-PTO  PIC X(02) VALUE "00".
       77 ST-ERRO-CMP  PIC X(02) VALUE "00".
       77 ST-ERRO-VB   PIC X(02) VALUE "00".
       77 ST-ERRO-CRD  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-TEM-PONTO  PIC 9(01) VALUE ZEROS.
       77 W-TEM-CMP    PIC 9(01) VALUE ZEROS.
       77 W-TEM-VB     PIC 9(01) VALUE ZEROS.
       77 W-VERBA-ADT  PIC 9(03) VALUE 991.
       77 W-MES-REF    PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF    PIC 9(04) VALUE ZEROS.
       77 W-MES-ANT    PIC 9(02) VALUE ZEROS.
       77 W-ANO-ANT    PIC 9(04) VALUE ZEROS.
       77 W-COMPET     PIC 9(06) VALUE ZEROS.
       77 W-COMPET-ADM PIC 9(06) VALUE ZEROS.
       77 W-PCT-GERAL  PIC 9(03)V99 VALUE ZEROS.
       77 W-TETO-GERAL PIC 9(06)V99 VALUE ZEROS.
       77 W-PERCENT    PIC 9(03)V99 VALUE ZEROS.
       77 W-TETO       PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77 W-QTD        PIC 9(06) VALUE ZEROS.
       77 W-TOTAL      PIC 9(09)V99 VALUE ZEROS.
       77 W-QTD-DEM    PIC 9(06) VALUE ZEROS.
       77 W-QTD-AFA    PIC 9(06) VALUE ZEROS.
       77 W-QTD-TETO   PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-TIPO-PAR   PIC X(01) VALUE SPACES.
       77 W-CODIGO-PAR PIC 9(01) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99.

       01 W-HOJE8.
           03 W-HJ-ANO        PIC 9(04).
           03 W-HJ-MES        PIC 9(02).
           03 W-HJ-DIA        PIC 9(02).
       01 W-HOJE8-N REDEFINES W-HOJE8 PIC 9(08).
       01 W-CHAVE-AUD.
           03 W-CA-ANO        PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 W-CA-MES        PIC 9(02).
           03 FILLER          PIC X(08) VALUE SPACES.

       01 LINADT-SEP.
           03 FILLER          PIC X(60) VALUE ALL "-".
       01 LINADT-TIT.
           03 FILLER          PIC X(40)
              VALUE "RECIBO DE ADIANTAMENTO SALARIAL - COMP. ".
           03 LR-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LR-ANO          PIC 9(04).
       01 LINADT-FUN.
           03 FILLER          PIC X(10) VALUE "REGISTRO: ".
           03 LR-NUMREG       PIC 9(06).
           03 FILLER          PIC X(07) VALUE " NOME: ".
           03 LR-NOME         PIC X(30).
       01 LINADT-VAL.
           03 FILLER          PIC X(10) VALUE "SALARIO: ".
           03 LR-SALARIO      PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE "  % ".
           03 LR-PERCENT      PIC ZZ9,99.
           03 FILLER          PIC X(18) VALUE "  ADIANTAMENTO: ".
           03 LR-VALOR        PIC ZZZ.ZZ9,99.
       01 LINADT-ASS.
           03 FILLER          PIC X(46)
              VALUE "RECEBI A IMPORTANCIA ACIMA, A DESCONTAR NA FOL".
           03 FILLER          PIC X(14) VALUE "HA DO MES.".
       01 LINADT-ASS2.
           03 FILLER          PIC X(12) VALUE "ASSINATURA: ".
           03 FILLER          PIC X(30) VALUE ALL "_".
       01 LINADT-TOT.
           03 FILLER          PIC X(22) VALUE "ADIANTAMENTOS........:".
           03 LR-QTD          PIC ZZZ.ZZ9.
           03 FILLER          PIC X(10) VALUE "   TOTAL: ".
           03 LR-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ADT-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: OPERADOR E PERFIL
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER SES-PERFIL.
           IF ST-ERRO-SES = "00"
               MOVE SES-OPER   TO W-OPERADOR
               MOVE SES-PERFIL TO W-PERFIL
               CLOSE OPERSES.
           OPEN INPUT CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUN"
               GO TO ROT-FIM.
       ADT-OP1.
           OPEN I-O CADADTPAR
           IF ST-ERRO-APR NOT = "00"
               IF ST-ERRO-APR = "30"
                   OPEN OUTPUT CADADTPAR
                   CLOSE CADADTPAR
                   DISPLAY "* ARQUIVO CADADTPAR SENDO CRIADO *"
                   GO TO ADT-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADADTPAR"
                   CLOSE CADFUN
                   GO TO ROT-FIM.
       ADT-OP2.
           OPEN I-O CADADIANT
           IF ST-ERRO-ADT NOT = "00"
               IF ST-ERRO-ADT = "30"
                   OPEN OUTPUT CADADIANT
                   CLOSE CADADIANT
                   DISPLAY "* ARQUIVO CADADIANT SENDO CRIADO *"
                   GO TO ADT-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADADIANT"
                   CLOSE CADFUN CADADTPAR
                   GO TO ROT-FIM.
           MOVE 1 TO W-TEM-PONTO
           OPEN INPUT CADPONTO
           IF ST-ERRO-PTO NOT = "00"
               MOVE ZEROS TO W-TEM-PONTO.
           MOVE 1 TO W-TEM-CMP
           OPEN INPUT CADCOMPFOL
           IF ST-ERRO-CMP NOT = "00"
               MOVE ZEROS TO W-TEM-CMP.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
      *    A VERBA DO DESCONTO E RESERVADA NO CATALOGO PARA O
      *    HOLERITE ITEMIZADO; CRIADA NA PRIMEIRA EXECUCAO
           MOVE ZEROS TO W-TEM-VB
           OPEN I-O CADVERBA
           IF ST-ERRO-VB = "00"
               MOVE 1 TO W-TEM-VB
               MOVE W-VERBA-ADT TO VB-CODIGO
               READ CADVERBA
               IF ST-ERRO-VB NOT = "00"
                   MOVE W-VERBA-ADT TO VB-CODIGO
                   MOVE "ADIANTAMENTO SALARIAL" TO VB-DESCR
                   MOVE "D" TO VB-TIPO
                   MOVE "V" TO VB-BASE
                   MOVE "N" TO VB-INCIDE-INSS VB-INCIDE-IRRF
                   WRITE REGVERBA.
           IF W-TEM-VB = 1
               CLOSE CADVERBA.
      *
       ADT-MENU.
           PERFORM PAR-GERAL THRU PAR-GERAL-FIM
           DISPLAY " "
           DISPLAY "ADIANTAMENTO QUINZENAL - REGRA GERAL " W-PCT-GERAL
                   "%  TETO " W-TETO-GERAL
           DISPLAY "OPCAO (C=CALCULAR E=ENCERRAR R=REABRIR "
                   "L=LISTAR P=PARAMETROS F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO ADT-FIM.
           IF W-OPCAO = "C" OR "c"
               GO TO CAL-001.
           IF W-OPCAO = "E" OR "e"
               GO TO ENC-001.
           IF W-OPCAO = "R" OR "r"
               GO TO REA-001.
           IF W-OPCAO = "L" OR "l"
               GO TO LIS-001.
           IF W-OPCAO = "P" OR "p"
               GO TO PAR-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO ADT-MENU.
      *
      *****************************************
      * COMPETENCIA INFORMADA E SITUACAO DA    *
      * FOLHA MENSAL NO CADCOMPFOL             *
      *****************************************
      *
       CMP-LER.
           DISPLAY "MES DA COMPETENCIA (1-12, 0=VOLTAR): "
           ACCEPT W-MES-REF
           IF W-MES-REF = ZEROS
               GO TO CMP-LER-FIM.
           IF W-MES-REF > 12
               DISPLAY "MES INVALIDO"
               GO TO CMP-LER.
           DISPLAY "ANO (AAAA): "
           ACCEPT W-ANO-REF
           IF W-ANO-REF = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO CMP-LER.
           COMPUTE W-COMPET = (W-ANO-REF * 100) + W-MES-REF
           MOVE SPACE TO CF-SITUACAO
           IF W-TEM-CMP = 1
               MOVE W-ANO-REF TO CF-ANO
               MOVE W-MES-REF TO CF-MES
               READ CADCOMPFOL
               IF ST-ERRO-CMP NOT = "00"
                   MOVE SPACE TO CF-SITUACAO
                   MOVE "00" TO ST-ERRO-CMP.
       CMP-LER-FIM.
           EXIT.
      *
      *    REGISTRO DE CONTROLE DA RODADA DA COMPETENCIA
       CTL-LER.
           MOVE W-ANO-REF TO AD-ANO
           MOVE W-MES-REF TO AD-MES
           MOVE ZEROS     TO AD-NUMREG
           READ CADADIANT
           IF ST-ERRO-ADT NOT = "00"
               MOVE SPACE TO AD-SITUACAO
               MOVE "00" TO ST-ERRO-ADT.
       CTL-LER-FIM.
           EXIT.
      *
      *****************************************
      * CALCULO DA RODADA: REFAZ TODA A        *
      * COMPETENCIA ENQUANTO ESTIVER ABERTA    *
      *****************************************
      *
       CAL-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO ADT-MENU.
           PERFORM CMP-LER THRU CMP-LER-FIM
           IF W-MES-REF = ZEROS
               GO TO ADT-MENU.
           IF CF-SITUACAO = "C" OR "P" OR "F"
               DISPLAY "*** FOLHA DA COMPETENCIA JA CALCULADA ***"
               GO TO CAL-001.
           PERFORM CTL-LER THRU CTL-LER-FIM
           IF AD-SITUACAO = "E"
               DISPLAY "*** ADIANTAMENTO JA ENCERRADO - REABRA ***"
               GO TO CAL-001.
           DISPLAY "CONFIRMA O CALCULO DO ADIANTAMENTO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** OPERACAO NAO REALIZADA ***"
               GO TO ADT-MENU.
           OPEN OUTPUT CREDADT
           IF ST-ERRO-CRD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CREDADT"
               GO TO ADT-MENU.
           OPEN OUTPUT RELADT
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RECADT"
               CLOSE CREDADT
               GO TO ADT-MENU.
           MOVE ZEROS TO W-QTD W-TOTAL W-QTD-DEM W-QTD-AFA W-QTD-TETO
           MOVE W-MES-REF TO W-MES-ANT
           MOVE W-ANO-REF TO W-ANO-ANT
           IF W-MES-ANT = 1
               MOVE 12 TO W-MES-ANT
               SUBTRACT 1 FROM W-ANO-ANT
           ELSE
               SUBTRACT 1 FROM W-MES-ANT.
      *    O RECALCULO APAGA A RODADA ANTERIOR DA COMPETENCIA
           MOVE W-ANO-REF TO AD-ANO
           MOVE W-MES-REF TO AD-MES
           MOVE ZEROS     TO AD-NUMREG
           START CADADIANT KEY IS NOT LESS THAN AD-CHAVE
           IF ST-ERRO-ADT NOT = "00"
               MOVE "00" TO ST-ERRO-ADT
               GO TO CAL-FUN.
       CAL-APAGA.
           READ CADADIANT NEXT RECORD
           IF ST-ERRO-ADT NOT = "00"
               MOVE "00" TO ST-ERRO-ADT
               GO TO CAL-FUN.
           IF AD-ANO NOT = W-ANO-REF OR AD-MES NOT = W-MES-REF
               GO TO CAL-FUN.
           DELETE CADADIANT RECORD
           GO TO CAL-APAGA.
       CAL-FUN.
           MOVE ZEROS TO NUMREG
           START CADFUN KEY IS NOT LESS THAN NUMREG
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               GO TO CAL-FIM.
       CAL-LER.
           READ CADFUN NEXT RECORD
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               GO TO CAL-FIM.
           IF STATUS-REG NOT = "A"
               GO TO CAL-LER.
      *    COM DATA DE DESLIGAMENTO NAO RECEBE ADIANTAMENTO
           IF ANODEM NOT = ZEROS
               ADD 1 TO W-QTD-DEM
               GO TO CAL-LER.
           COMPUTE W-COMPET-ADM = (ANOADM * 100) + MESADM
           IF W-COMPET-ADM > W-COMPET
               GO TO CAL-LER.
      *    AFASTADO: PONTO DO MES (OU DO ANTERIOR, SE O DO MES AINDA
      *    NAO FOI LANCADO) COM MENOS DE 15 DIAS TRABALHADOS
           IF W-TEM-PONTO = 1
               MOVE NUMREG    TO PT-NUMREG
               MOVE W-ANO-REF TO PT-ANO
               MOVE W-MES-REF TO PT-MES
               READ CADPONTO
               IF ST-ERRO-PTO NOT = "00"
                   MOVE W-ANO-ANT TO PT-ANO
                   MOVE W-MES-ANT TO PT-MES
                   READ CADPONTO.
           IF W-TEM-PONTO = 1 AND ST-ERRO-PTO = "00"
               IF PT-DIAS-TRAB < 15
                   ADD 1 TO W-QTD-AFA
                   GO TO CAL-LER.
           MOVE "00" TO ST-ERRO-PTO
           PERFORM PAR-FUN THRU PAR-FUN-FIM
           IF W-PERCENT = ZEROS
               GO TO CAL-LER.
           COMPUTE W-VALOR ROUNDED = (SALARIO * W-PERCENT) / 100
           IF W-TETO NOT = ZEROS AND W-VALOR > W-TETO
               MOVE W-TETO TO W-VALOR
               ADD 1 TO W-QTD-TETO.
           IF W-VALOR = ZEROS
               GO TO CAL-LER.
           MOVE W-ANO-REF TO AD-ANO
           MOVE W-MES-REF TO AD-MES
           MOVE NUMREG    TO AD-NUMREG
           MOVE "A"       TO AD-SITUACAO
           MOVE W-PERCENT TO AD-PERCENT
           MOVE W-VALOR   TO AD-VALOR
           MOVE W-HOJE8-N TO AD-DATA
           MOVE ZEROS     TO AD-QTD AD-TOTAL
           WRITE REGADIANT
           IF ST-ERRO-ADT NOT = "00" AND ST-ERRO-ADT NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADADIANT"
               MOVE "00" TO ST-ERRO-ADT
               GO TO CAL-LER.
           ADD 1 TO W-QTD
           ADD W-VALOR TO W-TOTAL
           PERFORM CRD-GRAVA THRU CRD-GRAVA-FIM
           PERFORM REC-IMP THRU REC-IMP-FIM
           GO TO CAL-LER.
       CAL-FIM.
           MOVE "T"       TO CR-TIPO
           MOVE W-QTD     TO CR-NUMREG
           MOVE ZEROS     TO CR-SEQ CR-CPF CR-BANCO CR-AGENCIA
           MOVE SPACES    TO CR-NOME CR-CONTA CR-FOLHA
           MOVE W-TOTAL   TO CR-VALOR
           MOVE W-COMPET  TO CR-COMPET
           WRITE REGCRED
           MOVE W-QTD     TO LR-QTD
           MOVE W-TOTAL   TO LR-TOTAL
           MOVE LINADT-TOT TO LINRELADT
           WRITE LINRELADT
           CLOSE CREDADT RELADT
           MOVE W-ANO-REF TO AD-ANO
           MOVE W-MES-REF TO AD-MES
           MOVE ZEROS     TO AD-NUMREG AD-PERCENT AD-VALOR
           MOVE "A"       TO AD-SITUACAO
           MOVE W-HOJE8-N TO AD-DATA
           MOVE W-QTD     TO AD-QTD
           MOVE W-TOTAL   TO AD-TOTAL
           WRITE REGADIANT
           MOVE "CALCULO"  TO AU-OPERACAO
           MOVE SPACES     TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "ADIANTAMENTOS CALCULADOS....: " W-QTD
           MOVE W-TOTAL TO W-VALOR-ED
           DISPLAY "TOTAL DA RODADA.............: " W-VALOR-ED
           DISPLAY "SEM ADIANTAMENTO (DESLIGAM.): " W-QTD-DEM
           DISPLAY "SEM ADIANTAMENTO (AFASTADO).: " W-QTD-AFA
           DISPLAY "LIMITADOS AO TETO...........: " W-QTD-TETO
           DISPLAY "CREDITO EM CREDADT.DAT E RECIBOS EM RECADT.DAT"
           GO TO ADT-MENU.
      *
       CRD-GRAVA.
           MOVE "F"       TO CR-TIPO
           MOVE NUMREG    TO CR-NUMREG
           MOVE ZEROS     TO CR-SEQ CR-CPF CR-BANCO CR-AGENCIA
           MOVE NOME      TO CR-NOME
           MOVE SPACES    TO CR-CONTA
           MOVE W-VALOR   TO CR-VALOR
           MOVE W-COMPET  TO CR-COMPET
           MOVE "Q"       TO CR-FOLHA
           WRITE REGCRED.
       CRD-GRAVA-FIM.
           EXIT.
      *
       REC-IMP.
           MOVE LINADT-SEP TO LINRELADT
           WRITE LINRELADT
           MOVE W-MES-REF TO LR-MES
           MOVE W-ANO-REF TO LR-ANO
           MOVE LINADT-TIT TO LINRELADT
           WRITE LINRELADT
           MOVE NUMREG TO LR-NUMREG
           MOVE NOME   TO LR-NOME
           MOVE LINADT-FUN TO LINRELADT
           WRITE LINRELADT
           MOVE SALARIO   TO LR-SALARIO
           MOVE W-PERCENT TO LR-PERCENT
           MOVE W-VALOR   TO LR-VALOR
           MOVE LINADT-VAL TO LINRELADT
           WRITE LINRELADT
           MOVE SPACES TO LINRELADT
           WRITE LINRELADT
           MOVE LINADT-ASS TO LINRELADT
           WRITE LINRELADT
           MOVE LINADT-ASS2 TO LINRELADT
           WRITE LINRELADT.
       REC-IMP-FIM.
           EXIT.
      *
      *****************************************
      * ENCERRAMENTO: CREDITO ENVIADO AO BANCO,*
      * A FOLHA MENSAL PODE SER CALCULADA      *
      *****************************************
      *
       ENC-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO ADT-MENU.
           PERFORM CMP-LER THRU CMP-LER-FIM
           IF W-MES-REF = ZEROS
               GO TO ADT-MENU.
           PERFORM CTL-LER THRU CTL-LER-FIM
           IF AD-SITUACAO NOT = "A"
               DISPLAY "*** NAO HA RODADA ABERTA NA COMPETENCIA ***"
               GO TO ENC-001.
           MOVE AD-TOTAL TO W-VALOR-ED
           DISPLAY "RODADA: " AD-QTD " ADIANTAMENTO(S) - TOTAL "
                   W-VALOR-ED
           DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** OPERACAO NAO REALIZADA ***"
               GO TO ADT-MENU.
           MOVE "E" TO W-TIPO-PAR
           PERFORM SIT-MUDA THRU SIT-MUDA-FIM
           MOVE "ENCERRA"  TO AU-OPERACAO
           MOVE SPACES     TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** ADIANTAMENTO ENCERRADO ***"
           GO TO ADT-MENU.
      *
      *****************************************
      * REABERTURA PELO SUPERVISOR, SO ANTES   *
      * DO CALCULO DA FOLHA MENSAL             *
      *****************************************
      *
       REA-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* REABERTURA SOMENTE PARA O SUPERVISOR *"
               GO TO ADT-MENU.
           PERFORM CMP-LER THRU CMP-LER-FIM
           IF W-MES-REF = ZEROS
               GO TO ADT-MENU.
           IF CF-SITUACAO = "C" OR "P" OR "F"
               DISPLAY "*** FOLHA DA COMPETENCIA JA CALCULADA ***"
               GO TO REA-001.
           PERFORM CTL-LER THRU CTL-LER-FIM
           IF AD-SITUACAO NOT = "E"
               DISPLAY "*** ADIANTAMENTO NAO ESTA ENCERRADO ***"
               GO TO REA-001.
           DISPLAY "MOTIVO DA REABERTURA: "
           MOVE SPACES TO W-MOTIVO
           ACCEPT W-MOTIVO
           IF W-MOTIVO = SPACES
               DISPLAY "*** MOTIVO OBRIGATORIO ***"
               GO TO REA-001.
           MOVE "A" TO W-TIPO-PAR
           PERFORM SIT-MUDA THRU SIT-MUDA-FIM
           MOVE "REABERTURA" TO AU-OPERACAO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** ADIANTAMENTO REABERTO ***"
           GO TO ADT-MENU.
      *
      *    NOVA SITUACAO EM TODOS OS REGISTROS DA COMPETENCIA
       SIT-MUDA.
           MOVE W-ANO-REF TO AD-ANO
           MOVE W-MES-REF TO AD-MES
           MOVE ZEROS     TO AD-NUMREG
           START CADADIANT KEY IS NOT LESS THAN AD-CHAVE
           IF ST-ERRO-ADT NOT = "00"
               MOVE "00" TO ST-ERRO-ADT
               GO TO SIT-MUDA-FIM.
       SIT-MUDA-LER.
           READ CADADIANT NEXT RECORD
           IF ST-ERRO-ADT NOT = "00"
               MOVE "00" TO ST-ERRO-ADT
               GO TO SIT-MUDA-FIM.
           IF AD-ANO NOT = W-ANO-REF OR AD-MES NOT = W-MES-REF
               GO TO SIT-MUDA-FIM.
           MOVE W-TIPO-PAR TO AD-SITUACAO
           IF AD-NUMREG = ZEROS
               MOVE W-HOJE8-N TO AD-DATA.
           REWRITE REGADIANT
           GO TO SIT-MUDA-LER.
       SIT-MUDA-FIM.
           EXIT.
      *
      *****************************************
      * LISTA DOS ADIANTAMENTOS DA COMPETENCIA *
      *****************************************
      *
       LIS-001.
           PERFORM CMP-LER THRU CMP-LER-FIM
           IF W-MES-REF = ZEROS
               GO TO ADT-MENU.
           PERFORM CTL-LER THRU CTL-LER-FIM
           IF AD-SITUACAO = SPACE
               DISPLAY "*** COMPETENCIA SEM ADIANTAMENTO ***"
               GO TO LIS-001.
           DISPLAY "SITUACAO DA RODADA: " AD-SITUACAO
                   "  EM " AD-DATA.
       LIS-LER.
           READ CADADIANT NEXT RECORD
           IF ST-ERRO-ADT NOT = "00"
               MOVE "00" TO ST-ERRO-ADT
               GO TO LIS-FIM.
           IF AD-ANO NOT = W-ANO-REF OR AD-MES NOT = W-MES-REF
               GO TO LIS-FIM.
           MOVE AD-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE SPACES TO NOME
               MOVE "00" TO ST-ERRO-FUN.
           MOVE AD-VALOR TO W-VALOR-ED
           DISPLAY AD-NUMREG " " NOME " " AD-PERCENT "% " W-VALOR-ED
           GO TO LIS-LER.
       LIS-FIM.
           MOVE W-ANO-REF TO AD-ANO
           MOVE W-MES-REF TO AD-MES
           MOVE ZEROS     TO AD-NUMREG
           READ CADADIANT
           MOVE AD-TOTAL TO W-VALOR-ED
           DISPLAY "TOTAL: " AD-QTD " ADIANTAMENTO(S) " W-VALOR-ED
           MOVE "00" TO ST-ERRO-ADT
           GO TO ADT-MENU.
      *
      *****************************************
      * PARAMETROS: REGRA GERAL, POR           *
      * DEPARTAMENTO E POR CARGO               *
      *****************************************
      *
       PAR-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* PARAMETROS SOMENTE PARA O SUPERVISOR *"
               GO TO ADT-MENU.
           DISPLAY "REGRA (G=GERAL D=DEPARTAMENTO C=CARGO "
                   "0=VOLTAR): "
           ACCEPT W-TIPO-PAR
           IF W-TIPO-PAR = "0" OR SPACE
               GO TO ADT-MENU.
           IF W-TIPO-PAR = "g"
               MOVE "G" TO W-TIPO-PAR.
           IF W-TIPO-PAR = "d"
               MOVE "D" TO W-TIPO-PAR.
           IF W-TIPO-PAR = "c"
               MOVE "C" TO W-TIPO-PAR.
           IF W-TIPO-PAR NOT = "G" AND W-TIPO-PAR NOT = "D" AND
              W-TIPO-PAR NOT = "C"
               DISPLAY "REGRA INVALIDA"
               GO TO PAR-001.
           MOVE ZEROS TO W-CODIGO-PAR
           IF W-TIPO-PAR NOT = "G"
               DISPLAY "CODIGO (1-9): "
               ACCEPT W-CODIGO-PAR
               IF W-CODIGO-PAR = ZEROS
                   DISPLAY "CODIGO INVALIDO"
                   GO TO PAR-001.
           MOVE W-TIPO-PAR   TO AP-TIPO
           MOVE W-CODIGO-PAR TO AP-CODIGO
           READ CADADTPAR
           IF ST-ERRO-APR = "00"
               DISPLAY "REGRA ATUAL: " AP-PERCENT "%  TETO " AP-TETO
           ELSE
               MOVE ZEROS TO AP-PERCENT AP-TETO
               DISPLAY "SEM REGRA CADASTRADA".
           DISPLAY "PERCENTUAL DO SALARIO (0=EXCLUIR A REGRA): "
           ACCEPT AP-PERCENT
           MOVE W-TIPO-PAR   TO AP-TIPO
           MOVE W-CODIGO-PAR TO AP-CODIGO
           IF AP-PERCENT = ZEROS
               DELETE CADADTPAR RECORD
               DISPLAY "*** REGRA EXCLUIDA ***"
               GO TO PAR-001.
           IF AP-PERCENT > 100
               DISPLAY "PERCENTUAL INVALIDO"
               GO TO PAR-001.
           DISPLAY "TETO DO ADIANTAMENTO (0=SEM TETO PROPRIO): "
           ACCEPT AP-TETO
           REWRITE REGADTPAR
           IF ST-ERRO-APR = "23" OR "21"
               WRITE REGADTPAR.
           IF ST-ERRO-APR = "00" OR "02"
               DISPLAY "*** REGRA GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADADTPAR".
           GO TO PAR-001.
      *
      *    REGRA GERAL; SEM CADASTRO VALEM 40% SEM TETO
       PAR-GERAL.
           MOVE 40    TO W-PCT-GERAL
           MOVE ZEROS TO W-TETO-GERAL
           MOVE "G"   TO AP-TIPO
           MOVE ZEROS TO AP-CODIGO
           READ CADADTPAR
           IF ST-ERRO-APR = "00"
               MOVE AP-PERCENT TO W-PCT-GERAL
               MOVE AP-TETO    TO W-TETO-GERAL.
           MOVE "00" TO ST-ERRO-APR.
       PAR-GERAL-FIM.
           EXIT.
      *
      *    REGRA DO FUNCIONARIO: CARGO, DEPARTAMENTO OU GERAL
       PAR-FUN.
           MOVE W-PCT-GERAL  TO W-PERCENT
           MOVE W-TETO-GERAL TO W-TETO
           MOVE "C"   TO AP-TIPO
           MOVE CARGO TO AP-CODIGO
           READ CADADTPAR
           IF ST-ERRO-APR = "00"
               GO TO PAR-FUN-ACHOU.
           MOVE "D"          TO AP-TIPO
           MOVE DEPARTAMENTO TO AP-CODIGO
           READ CADADTPAR
           IF ST-ERRO-APR NOT = "00"
               MOVE "00" TO ST-ERRO-APR
               GO TO PAR-FUN-FIM.
       PAR-FUN-ACHOU.
           MOVE AP-PERCENT TO W-PERCENT
           IF AP-TETO NOT = ZEROS
               MOVE AP-TETO TO W-TETO.
       PAR-FUN-FIM.
           EXIT.
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR85T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE W-ANO-REF  TO W-CA-ANO
           MOVE W-MES-REF  TO W-CA-MES
           MOVE W-CHAVE-AUD TO AU-CHAVE
           MOVE W-MOTIVO   TO AU-MOTIVO
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       ADT-FIM.
           CLOSE CADFUN CADADTPAR CADADIANT AUDITLOG
           IF W-TEM-PONTO = 1
               CLOSE CADPONTO.
           IF W-TEM-CMP = 1
               CLOSE CADCOMPFOL.
           GO TO ROT-FIMP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           GO TO ROT-FIMP.
      *
      **********************
      * SAIDA DO PROGRAMA  *
      **********************
      *
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
