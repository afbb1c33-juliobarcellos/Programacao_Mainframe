                    RECORD KEY   IS SR-SERIE
                    FILE STATUS  IS ST-ERRO-SER.
      *
      *-----------------------------------------------------------------
           SELECT CADMENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO-MEN.
      *
      *-----------------------------------------------------------------
           SELECT CADPARFIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CHAVE
                    FILE STATUS  IS ST-ERRO-PFN.
      *
      *-----------------------------------------------------------------
           SELECT AUDITLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.
      *
      *-----------------------------------------------------------------
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT RELDIPL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 SR-SERIE        PIC X(10).
                03 SR-PROXIMO      PIC 9(06).

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

       FD CADPARFIN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARFIN.DAT".
       01 REGPARFIN.
                03 PF-CHAVE        PIC X(01).
                03 PF-DIAS-TOL     PIC 9(03).
                03 PF-VALOR-TOL    PIC 9(06)V99.

       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 LINAUDIT.
                03 AU-DATA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-HORA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-OPERACAO     PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-CHAVE        PIC X(15).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-MOTIVO       PIC X(30).

       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD RELDIPL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "DIPLOMA.DAT".
       77 W-RESTO      PIC 9(03) VALUE ZEROS.
       77 GR-TOTAL     PIC 9(02) VALUE ZEROS.
       77 GR-IX        PIC 9(02) VALUE ZEROS.
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 ST-ERRO-MEN  PIC X(02) VALUE "00".
       77 ST-ERRO-PFN  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 W-FIN-MOTIVO PIC X(30) VALUE SPACES.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99.
      *    REGRA DE LIBERACAO FINANCEIRA (A MESMA DO PROGR77T)
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

       01 TABGRADE.
           03 GR-ENT OCCURS 40 TIMES.
              05 GR-DISC   PIC X(10).
           OPEN EXTEND RELDIPL
           IF ST-ERRO-REL NOT = "00"
               OPEN OUTPUT RELDIPL.
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
      *    SITUACAO FINANCEIRA: MENSALIDADES DO PROGR26T E
      *    TOLERANCIA MANTIDA NO PROGR77T
           MOVE 1 TO W-MEN-OK
           OPEN INPUT CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
               MOVE ZEROS TO W-MEN-OK.
           MOVE 030 TO W-PF-DIAS-TOL
           MOVE ZEROS TO W-PF-VALOR-TOL
           OPEN INPUT CADPARFIN
           IF ST-ERRO-PFN = "00"
               MOVE "1" TO PF-CHAVE
               READ CADPARFIN
               IF ST-ERRO-PFN = "00"
                   MOVE PF-DIAS-TOL  TO W-PF-DIAS-TOL
                   MOVE PF-VALOR-TOL TO W-PF-VALOR-TOL
                   CLOSE CADPARFIN
               ELSE
                   CLOSE CADPARFIN.
      *
       DIP-001.
           DISPLAY " "
               DISPLAY "*** ALUNO NAO APTO PELA GRADE DO CURSO ***"
               GO TO DIP-001.
      *
      *    SITUACAO FINANCEIRA (VALE TAMBEM PARA A SEGUNDA VIA)
           MOVE W-RA TO W-FIN-RA
           PERFORM FIN-TESTA THRU FIN-TESTA-FIM
           IF W-FIN-BLOQ = 1
               PERFORM FIN-LIBERA THRU FIN-LIBERA-FIM
               IF W-FIN-BLOQ = 1
                   DISPLAY "*** DIPLOMA NAO EMITIDO ***"
                   GO TO DIP-001.
      *
      *    JA REGISTRADO? A NOVA IMPRESSAO REFERENCIA O ASSENTO
           PERFORM REG-BUSCA THRU REG-BUSCA-FIM
           IF W-REG-ACHADO NOT = ZEROS
           CLOSE CADSERIES.
       SER-PROXNUM-FIM.
           EXIT.
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
      *****************************************
      * ALUNO NAO LIBERADO: MOSTRA AS PARCELAS *
      * E SO O SUPERVISOR LIBERA, COM MOTIVO   *
      * REGISTRADO NO AUDITLOG                 *
      *****************************************
      *
       FIN-LIBERA.
           PERFORM FIN-MOSTRA THRU FIN-MOSTRA-FIM
           IF W-PERFIL NOT = "A"
               DISPLAY "*** PENDENCIA FINANCEIRA - VER TESOURARIA ***"
               GO TO FIN-LIBERA-FIM.
           DISPLAY "LIBERAR COM PENDENCIA (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               GO TO FIN-LIBERA-FIM.
       FIN-LIBERA-MOT.
           DISPLAY "MOTIVO DA LIBERACAO: "
           ACCEPT W-FIN-MOTIVO
           IF W-FIN-MOTIVO = SPACES
               DISPLAY "*** INFORME O MOTIVO DA LIBERACAO ***"
               GO TO FIN-LIBERA-MOT.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           MOVE SPACES TO LINAUDIT
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR52T"   TO AU-PROGRAMA
           MOVE W-OPERADOR   TO AU-OPERADOR
           MOVE "LIBERACAO"  TO AU-OPERACAO
           MOVE W-FIN-RA     TO AU-CHAVE
           MOVE W-FIN-MOTIVO TO AU-MOTIVO
           WRITE LINAUDIT
           CLOSE AUDITLOG
           MOVE ZEROS TO W-FIN-BLOQ.
       FIN-LIBERA-FIM.
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
       DIP-FIM.
           CLOSE CADREGDIP CADCURRIC CADRESULT CADALUNO RELDIPL
           IF W-MEN-OK = 1
               CLOSE CADMENSAL.
           GO TO ROT-FIMP.
      *
      **********************
