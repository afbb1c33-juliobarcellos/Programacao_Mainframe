       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR77T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * SITUACAO FINANCEIRA DO ALUNO PARA  *
      * DECLARACAO, DIPLOMA E REMATRICULA: *
      * TOLERANCIA EM DIAS E VALOR, CONSUL-*
      * TA DAS PARCELAS QUE BLOQUEIAM E    *
      * RELATORIO DIARIO DAS LIBERACOES    *
      * FEITAS PELO SUPERVISOR (AUDITLOG)  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARFIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CHAVE
                    FILE STATUS  IS ST-ERRO-PFN.
      *
      *-----------------------------------------------------------------
           SELECT CADMENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO-MEN.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA-ALU
                    FILE STATUS  IS ST-ERRO-ALU.
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
           SELECT AUDSELO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SEL.
      *
      *-----------------------------------------------------------------
           SELECT RELLIB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPARFIN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARFIN.DAT".
       01 REGPARFIN.
                03 PF-CHAVE        PIC X(01).
                03 PF-DIAS-TOL     PIC 9(03).
                03 PF-VALOR-TOL    PIC 9(06)V99.

       FD CADMENSAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMENSAL.DAT".
       01 REGMENSAL.
                03 MN-CHAVE.
                    05 MN-RA       PIC 9(06).
                    05 MN-ANO      PIC 9(04).
                    05 MN-MES      PIC 9(02).
                03 MN-CURSO        PIC 9(02).
                03 MN-TURMA        PIC X(05).
                03 MN-VALOR        PIC 9(06)V99.
                03 MN-SITUACAO     PIC X(01).
                03 MN-DATA-PGTO    PIC 9(08).
                03 MN-VALOR-PAGO   PIC 9(06)V99.
                03 MN-VALOR-BRUTO  PIC 9(06)V99.
                03 MN-NOSSONUM     PIC 9(10).
                03 MN-ORIGEM       PIC X(01).

       FD CADALUNO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADALUNO.DAT".
       01 REGALUNO.
                03 RA-ALU          PIC 9(06).
                03 NOME-A          PIC X(30).
                03 FILLER          PIC X(305).

       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-AUDNOME.
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
                03 AU-CHAVE-R REDEFINES AU-CHAVE.
                    05 AU-CHAVE-RA PIC 9(06).
                    05 FILLER      PIC X(09).
                03 FILLER          PIC X(01).
                03 AU-MOTIVO       PIC X(30).

       FD AUDSELO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDSELO.DAT".
       01 LINSELO.
                03 SL-NUM          PIC 9(06).
                03 FILLER          PIC X(01).
                03 SL-DATA         PIC 9(08).
                03 FILLER          PIC X(66).
                03 SL-ARQUIVO      PIC X(16).

       FD RELLIB
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "LIBERA.DAT".
       01 LINRELLIB           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-PFN  PIC X(02) VALUE "00".
       77 ST-ERRO-MEN  PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-SEL PIC X(02) VALUE "00".
       77 W-AUDNOME   PIC X(16) VALUE SPACES.
       77 W-AUD-INI   PIC 9(08) VALUE ZEROS.
       77 W-AUD-LIM   PIC 9(08) VALUE ZEROS.
       77 W-AUD-FIM   PIC 9(01) VALUE ZEROS.
       77 W-SELO-FIM  PIC 9(01) VALUE ZEROS.
       77 W-VIVO-LIDO PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-DATA       PIC 9(08) VALUE ZEROS.
       77 W-TOT-LIB    PIC 9(04) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99.
      *    REGRA UNICA DE LIBERACAO (MESMO TEXTO NO PROGR11T,
      *    PROGR51T E PROGR52T)
       77 W-MEN-OK     PIC 9(01) VALUE ZEROS.
       77 W-FIN-RA     PIC 9(06) VALUE ZEROS.
       77 W-PF-DIAS-TOL  PIC 9(03) VALUE ZEROS.
       77 W-PF-VALOR-TOL PIC 9(06)V99 VALUE ZEROS.
       77 W-FIN-DIAS   PIC S9(07) VALUE ZEROS.
       77 W-FIN-HOJE-D PIC 9(07) VALUE ZEROS.
       77 W-FIN-TOTAL  PIC 9(07)V99 VALUE ZEROS.
       77 W-FIN-QTD    PIC 9(03) VALUE ZEROS.
       77 W-FIN-RENEG  PIC 9(01) VALUE ZEROS.
       77 W-FIN-BLOQ   PIC 9(01) VALUE ZEROS.
       77 W-FIN-IX     PIC 9(03) VALUE ZEROS.
       01 W-FIN-HOJE.
           03 W-FH-ANO     PIC 9(04).
           03 W-FH-MES     PIC 9(02).
           03 W-FH-DIA     PIC 9(02).
       01 W-FIN-HOJE-N REDEFINES W-FIN-HOJE PIC 9(08).
       01 TABFIN.
           03 FB-ENT OCCURS 10 TIMES.
              05 FB-ANO    PIC 9(04).
              05 FB-MES    PIC 9(02).
              05 FB-VALOR  PIC 9(06)V99.
              05 FB-DIAS   PIC 9(05).
              05 FB-ORIGEM PIC X(01).
       01 W-FIN-LINHA.
           03 FL-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 FL-ANO          PIC 9(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FL-VALOR        PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FL-DIAS         PIC ZZZZ9.
           03 FILLER          PIC X(12) VALUE " DIAS ATRASO".
           03 FL-RENEG        PIC X(14).

       01 LINLIB-CAB.
           03 FILLER          PIC X(40)
              VALUE "LIBERACOES COM PENDENCIA FINANCEIRA EM ".
           03 LL-DATA         PIC 9(08).
       01 LINLIB-CAB2.
           03 FILLER          PIC X(41)
              VALUE "HORA     PONTO      OPERADOR RA     ALUNO".
       01 LINLIB-DET.
           03 LL-HORA         PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-PONTO        PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-OPER         PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-RA           PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-NOME         PIC X(30).
       01 LINLIB-MOT.
           03 FILLER          PIC X(09) VALUE SPACES.
           03 FILLER          PIC X(08) VALUE "MOTIVO: ".
           03 LL-MOTIVO       PIC X(30).
           03 FILLER          PIC X(10) VALUE " ATRASO: ".
           03 LL-VALOR        PIC ZZZ.ZZ9,99.
       01 LINLIB-TOT.
           03 FILLER          PIC X(20) VALUE "TOTAL DE LIBERACOES ".
           03 LL-TOT          PIC ZZZ9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       FIN-OP0.
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
           OPEN I-O CADPARFIN
           IF ST-ERRO-PFN NOT = "00"
               IF ST-ERRO-PFN = "30"
                   OPEN OUTPUT CADPARFIN
                   CLOSE CADPARFIN
                   DISPLAY "* ARQUIVO CADPARFIN SENDO CRIADO *"
                   GO TO FIN-OP0
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARFIN"
                   GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "ARQUIVO CADALUNO NAO ENCONTRADO"
               CLOSE CADPARFIN
               GO TO ROT-FIM.
      *    AS MENSALIDADES SAO GERADAS NO PROGR26T
           MOVE 1 TO W-MEN-OK
           OPEN INPUT CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
               MOVE ZEROS TO W-MEN-OK.
      *    SEM PARAMETROS GRAVADOS VALEM 30 DIAS E VALOR ZERO
           MOVE "1" TO PF-CHAVE
           READ CADPARFIN
           IF ST-ERRO-PFN NOT = "00"
               MOVE "1" TO PF-CHAVE
               MOVE 030 TO PF-DIAS-TOL
               MOVE ZEROS TO PF-VALOR-TOL.
           MOVE PF-DIAS-TOL  TO W-PF-DIAS-TOL
           MOVE PF-VALOR-TOL TO W-PF-VALOR-TOL.
      *
       FIN-MENU.
           DISPLAY " "
           DISPLAY "SITUACAO FINANCEIRA PARA LIBERACAO"
           DISPLAY "OPCAO (C=CONSULTA DO ALUNO P=PARAMETROS "
                   "R=LIBERACOES DO DIA F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO FIN-FIM.
           IF W-OPCAO = "C" OR "c"
               GO TO CON-001.
           IF W-OPCAO = "P" OR "p"
               GO TO PAR-001.
           IF W-OPCAO = "R" OR "r"
               GO TO LIB-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO FIN-MENU.
      *
      *****************************************
      * CONSULTA: PARCELAS QUE IMPEDEM A       *
      * LIBERACAO DO ALUNO                     *
      *****************************************
      *
       CON-001.
           DISPLAY "RA DO ALUNO (0=VOLTAR): "
           ACCEPT W-FIN-RA
           IF W-FIN-RA = ZEROS
               GO TO FIN-MENU.
           MOVE W-FIN-RA TO RA-ALU
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "*** RA NAO CADASTRADO ***"
               GO TO CON-001.
           DISPLAY "ALUNO: " NOME-A
           PERFORM FIN-TESTA THRU FIN-TESTA-FIM
           IF W-FIN-QTD = ZEROS
               DISPLAY "*** SEM PARCELAS VENCIDAS ALEM DA "
                       "TOLERANCIA ***"
               GO TO CON-001.
           PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
           IF W-FIN-BLOQ = 1
               DISPLAY "*** ALUNO NAO LIBERADO ***"
           ELSE
               DISPLAY "*** DENTRO DA TOLERANCIA DE VALOR - "
                       "LIBERADO ***".
           GO TO CON-001.
      *
      *****************************************
      * PARAMETROS DA REGRA (SO SUPERVISOR)    *
      *****************************************
      *
       PAR-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* PARAMETROS SOMENTE PARA O SUPERVISOR *"
               GO TO FIN-MENU.
           MOVE PF-VALOR-TOL TO W-VALOR-ED
           DISPLAY "TOLERANCIA ATUAL: " PF-DIAS-TOL " DIAS  VALOR: "
                   W-VALOR-ED.
       PAR-002.
           DISPLAY "DIAS DE ATRASO TOLERADOS APOS O VENCIMENTO: "
           ACCEPT PF-DIAS-TOL
           DISPLAY "VALOR VENCIDO TOLERADO (0=NENHUM): "
           ACCEPT PF-VALOR-TOL
           MOVE "1" TO PF-CHAVE
           REWRITE REGPARFIN
           IF ST-ERRO-PFN = "23" OR "21"
               WRITE REGPARFIN.
           IF ST-ERRO-PFN = "00" OR "02"
               MOVE PF-DIAS-TOL  TO W-PF-DIAS-TOL
               MOVE PF-VALOR-TOL TO W-PF-VALOR-TOL
               DISPLAY "*** PARAMETROS GRAVADOS ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPARFIN".
           GO TO FIN-MENU.
      *
      *****************************************
      * LIBERACOES DO DIA REGISTRADAS NO       *
      * AUDITLOG, PARA O GERENTE FINANCEIRO    *
      *****************************************
      *
       LIB-001.
           DISPLAY "DATA DAS LIBERACOES (AAAAMMDD, 0=HOJE): "
           ACCEPT W-DATA
           IF W-DATA = ZEROS
               ACCEPT W-DATA FROM DATE YYYYMMDD.
           MOVE W-DATA TO W-AUD-INI W-AUD-LIM
           PERFORM AUD-ABRE THRU AUD-ABRE-FIM
           IF W-AUD-FIM = 1
               DISPLAY "ARQUIVO AUDITLOG NAO ENCONTRADO"
               GO TO FIN-MENU.
           OPEN OUTPUT RELLIB
           MOVE W-DATA TO LL-DATA
           MOVE LINLIB-CAB TO LINRELLIB
           WRITE LINRELLIB
           MOVE LINLIB-CAB2 TO LINRELLIB
           WRITE LINRELLIB
           MOVE ZEROS TO W-TOT-LIB.
       LIB-LER.
           READ AUDITLOG NEXT RECORD
           AT END
               CLOSE AUDITLOG
               PERFORM AUD-PROX THRU AUD-PROX-FIM
               IF W-AUD-FIM = 1
                   GO TO LIB-FIM
               ELSE
                   GO TO LIB-LER.
           IF AU-DATA NOT = W-DATA OR AU-OPERACAO NOT = "LIBERACAO"
               GO TO LIB-LER.
           MOVE AU-HORA     TO LL-HORA
           MOVE AU-OPERADOR TO LL-OPER
           MOVE AU-CHAVE-RA TO LL-RA
           IF AU-PROGRAMA = "PROGR51T"
               MOVE "DECLARACAO" TO LL-PONTO
           ELSE
           IF AU-PROGRAMA = "PROGR52T"
               MOVE "DIPLOMA" TO LL-PONTO
           ELSE
           IF AU-PROGRAMA = "PROGR11T"
               MOVE "MATRICULA" TO LL-PONTO
           ELSE
               MOVE AU-PROGRAMA TO LL-PONTO.
           MOVE AU-CHAVE-RA TO RA-ALU
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               MOVE "ALUNO NAO CADASTRADO" TO NOME-A.
           MOVE NOME-A TO LL-NOME
           MOVE LINLIB-DET TO LINRELLIB
           WRITE LINRELLIB
      *    QUANTO O ALUNO AINDA DEVE NO MOMENTO DO RELATORIO
           MOVE AU-CHAVE-RA TO W-FIN-RA
           PERFORM FIN-TESTA THRU FIN-TESTA-FIM
           MOVE AU-MOTIVO   TO LL-MOTIVO
           MOVE W-FIN-TOTAL TO LL-VALOR
           MOVE LINLIB-MOT TO LINRELLIB
           WRITE LINRELLIB
           ADD 1 TO W-TOT-LIB
           GO TO LIB-LER.
       LIB-FIM.
           MOVE SPACES TO LINRELLIB
           WRITE LINRELLIB
           MOVE W-TOT-LIB TO LL-TOT
           MOVE LINLIB-TOT TO LINRELLIB
           WRITE LINRELLIB
           CLOSE RELLIB
           DISPLAY "LIBERACOES NO DIA: " W-TOT-LIB
           DISPLAY "RELATORIO GRAVADO EM LIBERA.DAT"
           GO TO FIN-MENU.
      *
      *****************************************
      * REGRA DE LIBERACAO FINANCEIRA DO RA    *
      * W-FIN-RA: PARCELAS EM ABERTO VENCIDAS  *
      * (DIA 10) HA MAIS DE W-PF-DIAS-TOL      *
      * DIAS. BLOQUEIA SE A SOMA PASSA DE      *
      * W-PF-VALOR-TOL OU SE HA PARCELA DE     *
      * RENEGOCIACAO (ORIGEM G) EM ATRASO      *
      *****************************************
      *
       FIN-TESTA.
           MOVE ZEROS TO W-FIN-TOTAL W-FIN-QTD
           MOVE ZEROS TO W-FIN-RENEG W-FIN-BLOQ
           IF W-MEN-OK NOT = 1
               GO TO FIN-TESTA-FIM.
           ACCEPT W-FIN-HOJE-N FROM DATE YYYYMMDD
           COMPUTE W-FIN-HOJE-D = W-FH-ANO * 365 + W-FH-MES * 30
                                + W-FH-DIA
           MOVE W-FIN-RA TO MN-RA
           MOVE ZEROS TO MN-ANO MN-MES
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO-MEN NOT = "00"
               GO TO FIN-TESTA-AVALIA.
       FIN-TESTA-LER.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO-MEN NOT = "00"
               GO TO FIN-TESTA-AVALIA.
           IF MN-RA NOT = W-FIN-RA
               GO TO FIN-TESTA-AVALIA.
           IF MN-SITUACAO NOT = "A" OR MN-VALOR = ZEROS
               GO TO FIN-TESTA-LER.
           COMPUTE W-FIN-DIAS = W-FIN-HOJE-D -
                   (MN-ANO * 365 + MN-MES * 30 + 10)
           IF W-FIN-DIAS NOT > W-PF-DIAS-TOL
               GO TO FIN-TESTA-LER.
           ADD MN-VALOR TO W-FIN-TOTAL
           ADD 1 TO W-FIN-QTD
           IF MN-ORIGEM = "G"
               MOVE 1 TO W-FIN-RENEG.
           IF W-FIN-QTD > 10
               GO TO FIN-TESTA-LER.
           MOVE MN-ANO     TO FB-ANO(W-FIN-QTD)
           MOVE MN-MES     TO FB-MES(W-FIN-QTD)
           MOVE MN-VALOR   TO FB-VALOR(W-FIN-QTD)
           MOVE W-FIN-DIAS TO FB-DIAS(W-FIN-QTD)
           MOVE MN-ORIGEM  TO FB-ORIGEM(W-FIN-QTD)
           GO TO FIN-TESTA-LER.
       FIN-TESTA-AVALIA.
           MOVE "00" TO ST-ERRO-MEN
           IF W-FIN-RENEG = 1 OR W-FIN-TOTAL > W-PF-VALOR-TOL
               MOVE 1 TO W-FIN-BLOQ.
       FIN-TESTA-FIM.
           EXIT.
      *
       FIN-MOSTRA.
           MOVE 1 TO W-FIN-IX.
       FIN-MOSTRA-LER.
           IF W-FIN-IX > W-FIN-QTD OR W-FIN-IX > 10
               GO TO FIN-MOSTRA-TOT.
           MOVE FB-MES(W-FIN-IX)   TO FL-MES
           MOVE FB-ANO(W-FIN-IX)   TO FL-ANO
           MOVE FB-VALOR(W-FIN-IX) TO FL-VALOR
           MOVE FB-DIAS(W-FIN-IX)  TO FL-DIAS
           IF FB-ORIGEM(W-FIN-IX) = "G"
               MOVE "  RENEGOCIACAO" TO FL-RENEG
           ELSE
               MOVE SPACES TO FL-RENEG.
           DISPLAY W-FIN-LINHA
           ADD 1 TO W-FIN-IX
           GO TO FIN-MOSTRA-LER.
       FIN-MOSTRA-TOT.
           MOVE W-FIN-TOTAL TO W-VALOR-ED
           DISPLAY "PARCELAS VENCIDAS: " W-FIN-QTD "  TOTAL: "
                   W-VALOR-ED.
       FIN-MOSTRA-FIM.
           EXIT.
      *
       FIN-FIM.
           CLOSE CADPARFIN CADALUNO
           IF W-MEN-OK = 1
               CLOSE CADMENSAL.
           GO TO ROT-FIMP.
      *
      *****************************************
      * O AUDITLOG E LIDO PELOS SEGMENTOS JA   *
      * SELADOS DO PERIODO (AUDSELO) E DEPOIS  *
      * PELO AUDITLOG.DAT CORRENTE. W-AUD-INI/ *
      * W-AUD-LIM LIMITAM OS DIAS (0=TODOS).   *
      * W-AUD-FIM = 1 QUANDO NAO HA MAIS       *
      * ARQUIVO A LER                          *
      *****************************************
      *
       AUD-ABRE.
           MOVE ZEROS TO W-AUD-FIM W-SELO-FIM W-VIVO-LIDO
           OPEN INPUT AUDSELO
           IF ST-ERRO-SEL NOT = "00"
               MOVE 1 TO W-SELO-FIM.
           PERFORM AUD-PROX THRU AUD-PROX-FIM.
       AUD-ABRE-FIM.
           EXIT.
      *
       AUD-PROX.
           IF W-SELO-FIM = 1
               GO TO AUD-PROX-VIVO.
           READ AUDSELO NEXT RECORD
           AT END
               MOVE 1 TO W-SELO-FIM
               CLOSE AUDSELO
               GO TO AUD-PROX-VIVO.
           IF W-AUD-INI NOT = ZEROS AND SL-DATA < W-AUD-INI
               GO TO AUD-PROX.
           IF W-AUD-LIM NOT = ZEROS AND SL-DATA > W-AUD-LIM
               GO TO AUD-PROX.
           MOVE SL-ARQUIVO TO W-AUDNOME
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               DISPLAY "SEGMENTO " SL-ARQUIVO " NAO ENCONTRADO"
               GO TO AUD-PROX.
           GO TO AUD-PROX-FIM.
       AUD-PROX-VIVO.
           IF W-VIVO-LIDO = 1
               MOVE 1 TO W-AUD-FIM
               GO TO AUD-PROX-FIM.
           MOVE 1 TO W-VIVO-LIDO
           MOVE "AUDITLOG.DAT" TO W-AUDNOME
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               MOVE 1 TO W-AUD-FIM.
       AUD-PROX-FIM.
           EXIT.
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
