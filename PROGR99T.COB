       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR99T.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      ****************************************
      * CONCILIACAO BANCARIA MANUAL: PERCORRE*
      * OS LANCAMENTOS DO CADEXTRATO A PARTIR*
      * DE UMA DATA. F5 LIGA O LANCAMENTO A  *
      * UM MOVIMENTO ESPERADO (CANDIDATOS DE *
      * MESMO VALOR OU TIPO E REFERENCIA     *
      * INFORMADOS), F6 JUSTIFICA O QUE NAO  *
      * TEM MOVIMENTO ESPERADO (TARIFA, ETC) *
      * E F7 DESFAZ A CONCILIACAO            *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EB-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADPREVBAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PV-CHAVE
                    FILE STATUS  IS ST-ERRO-PRV.
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
      *    LANCAMENTOS IMPORTADOS PELO PROGR98T
       FD CADEXTRATO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEXTRATO.DAT".
       01 REGEXTRATO.
                03 EB-CHAVE.
                    05 EB-BANCO    PIC 9(03).
                    05 EB-AGENCIA  PIC 9(04).
                    05 EB-CONTA    PIC X(12).
                    05 EB-DATA     PIC 9(08).
                    05 EB-SEQ      PIC 9(04).
                03 EB-DC           PIC X(01).
                03 EB-VALOR        PIC 9(09)V99.
                03 EB-DOCTO        PIC X(20).
                03 EB-CNPJ         PIC 9(14).
                03 EB-HIST         PIC X(30).
                03 EB-SITUACAO     PIC X(01).
                03 EB-PREV-CHAVE   PIC X(21).
                03 EB-MOTIVO       PIC X(30).
                03 EB-DATA-CONC    PIC 9(08).
                03 EB-OPERADOR     PIC X(08).
                03 EB-DATA-IMP     PIC 9(08).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-PRV  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(78) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-DATA-HJ    PIC 9(08) VALUE ZEROS.
       77 W-DATA-DIG   PIC 9(08) VALUE ZEROS.
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-SO-PEND    PIC X(01) VALUE "S".
       77 W-ESCOLHA    PIC 9(01) VALUE ZEROS.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-REF        PIC X(20) VALUE SPACES.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99.
       77 TC-QTD       PIC 9(01) VALUE ZEROS.
       77 TC-IX        PIC 9(01) VALUE ZEROS.
      *
      *    MOVIMENTOS ESPERADOS PENDENTES DE MESMO VALOR E D/C
       01 TABCAND.
           03 TC-ENT OCCURS 8 TIMES.
              05 TC-CHAVE    PIC X(21).
              05 TC-DATA     PIC 9(08).
              05 TC-DESCR    PIC X(30).
      *
       01 W-DIG.
           03 W-DG-DIA  PIC 9(02).
           03 W-DG-MES  PIC 9(02).
           03 W-DG-ANO  PIC 9(04).
       01 W-DIG-N REDEFINES W-DIG PIC 9(08).
       01 W-DT.
           03 W-DT-ANO  PIC 9(04).
           03 W-DT-MES  PIC 9(02).
           03 W-DT-DIA  PIC 9(02).
       01 W-DT-N REDEFINES W-DT PIC 9(08).
       01 W-DT-ED.
           03 W-DE-DIA  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-DE-MES  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-DE-ANO  PIC 9(04).
       01 W-SIT-DESC    PIC X(24) VALUE SPACES.
       01 W-AU-CHAVE.
           03 W-AC-DATA PIC 9(08).
           03 FILLER    PIC X(01) VALUE "-".
           03 W-AC-SEQ  PIC 9(04).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CNM-OP0.
      *    PERFIL DA SESSAO DO MENU GERAL (BRANCO = FORA DO MENU)
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER SES-PERFIL.
           IF ST-ERRO-SES = "00"
               CLOSE OPERSES
               MOVE SES-OPER   TO W-OPERADOR
               MOVE SES-PERFIL TO W-PERFIL.
           ACCEPT W-DATA-HJ FROM DATE YYYYMMDD.
       CNM-OP1.
           OPEN I-O CADEXTRATO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* NENHUM EXTRATO IMPORTADO PELO PROGR98T *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEXTRATO"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       CNM-OP2.
           OPEN I-O CADPREVBAN
           IF ST-ERRO-PRV NOT = "00"
               IF ST-ERRO-PRV = "30"
                      OPEN OUTPUT CADPREVBAN
                      CLOSE CADPREVBAN
                      MOVE "* ARQUIVO CADPREVBAN SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CNM-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPREVBAN"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXTRATO
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
      *
      *****************************************
      * SELECAO DOS LANCAMENTOS                *
      *****************************************
      *
       CNM-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "CONCILIACAO BANCARIA - MANUAL"
                DISPLAY (02, 01)
                  "F2=SAIR  ENTER=PROXIMO  F5=CONCILIAR  "
                  "F6=JUSTIFICAR  F7=DESFAZER"
                DISPLAY (04, 01) "A PARTIR DE (DDMMAAAA): "
                DISPLAY (04, 40) "SO PENDENTES (S/N): "
                DISPLAY (06, 01) "CONTA....: "
                DISPLAY (07, 01) "DATA.....: "
                DISPLAY (08, 01) "VALOR....: "
                DISPLAY (09, 01) "DOCUMENTO: "
                DISPLAY (10, 01) "CNPJ.....: "
                DISPLAY (11, 01) "HISTORICO: "
                DISPLAY (12, 01) "SITUACAO.: ".
       CNM-002.
                ACCEPT (04, 25) W-DATA-DIG WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE W-DATA-DIG TO W-DIG-N
                IF W-DATA-DIG NOT = ZEROS
                   IF W-DG-DIA < 01 OR W-DG-DIA > 31
                      OR W-DG-MES < 01 OR W-DG-MES > 12
                      MOVE "*** DATA INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CNM-002.
                MOVE W-DG-ANO TO W-DT-ANO
                MOVE W-DG-MES TO W-DT-MES
                MOVE W-DG-DIA TO W-DT-DIA
                MOVE W-DT-N   TO W-DATA-INI.
       CNM-003.
                ACCEPT (04, 60) W-SO-PEND WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CNM-002.
                IF W-SO-PEND = "s" MOVE "S" TO W-SO-PEND.
                IF W-SO-PEND = "n" MOVE "N" TO W-SO-PEND.
                IF W-SO-PEND NOT = "S" AND W-SO-PEND NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNM-003.
                MOVE LOW-VALUES TO EB-CHAVE
                START CADEXTRATO KEY IS NOT LESS THAN EB-CHAVE
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE "*** NENHUM LANCAMENTO NO CADEXTRATO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNM-001.
      *
       CNM-PROX.
                READ CADEXTRATO NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE "*** FIM DOS LANCAMENTOS SELECIONADOS ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNM-001.
                IF EB-DATA < W-DATA-INI
                   GO TO CNM-PROX.
                IF W-SO-PEND = "S" AND EB-SITUACAO NOT = "P"
                   GO TO CNM-PROX.
       CNM-MOSTRA.
                PERFORM CNM-LIMPA THRU CNM-LIMPA-FIM
                DISPLAY (06, 12) EB-BANCO
                DISPLAY (06, 16) EB-AGENCIA
                DISPLAY (06, 21) EB-CONTA
                MOVE EB-DATA TO W-DT-N
                PERFORM DT-EDITA THRU DT-EDITA-FIM
                DISPLAY (07, 12) W-DT-ED
                DISPLAY (07, 25) "SEQ "
                DISPLAY (07, 29) EB-SEQ
                MOVE EB-VALOR TO W-VALOR-ED
                DISPLAY (08, 12) W-VALOR-ED
                IF EB-DC = "C"
                   DISPLAY (08, 28) "CREDITO"
                ELSE
                   DISPLAY (08, 28) "DEBITO ".
                DISPLAY (09, 12) EB-DOCTO
                DISPLAY (10, 12) EB-CNPJ
                DISPLAY (11, 12) EB-HIST
                MOVE SPACES TO W-SIT-DESC
                IF EB-SITUACAO = "P"
                   MOVE "PENDENTE" TO W-SIT-DESC.
                IF EB-SITUACAO = "A"
                   MOVE "CONCILIADO AUTOMATICO" TO W-SIT-DESC.
                IF EB-SITUACAO = "M"
                   MOVE "CONCILIADO NA TELA" TO W-SIT-DESC.
                IF EB-SITUACAO = "J"
                   MOVE "JUSTIFICADO" TO W-SIT-DESC.
                DISPLAY (12, 12) W-SIT-DESC
                IF EB-SITUACAO = "A" OR EB-SITUACAO = "M"
                   DISPLAY (12, 37) EB-PREV-CHAVE.
                IF EB-SITUACAO = "J"
                   DISPLAY (12, 37) EB-MOTIVO.
       CNM-ACAO.
                DISPLAY (22, 01) "ENTER=PROXIMO  F2=NOVA SELECAO"
                ACCEPT (22, 40) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (22, 01) LIMPA
                IF W-ACT = 02
                   GO TO CNM-001.
                IF W-ACT NOT = 05 AND W-ACT NOT = 06 AND W-ACT NOT = 07
                   GO TO CNM-PROX.
                IF W-PERFIL = "C"
                   MOVE "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNM-ACAO.
                IF W-ACT = 07
                   GO TO DSF-001.
                IF EB-SITUACAO NOT = "P"
                   MOVE "*** LANCAMENTO JA CONCILIADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNM-ACAO.
                IF W-ACT = 06
                   GO TO JUS-001.
                GO TO CON-001.
      *
      *    LIMPA OS DADOS DO LANCAMENTO E A AREA DE CANDIDATOS
       CNM-LIMPA.
                MOVE 06 TO W-LIN.
       CNM-LIMPA-LIN.
                IF W-LIN > 21
                   GO TO CNM-LIMPA-FIM.
                IF W-LIN < 13
                   DISPLAY (W-LIN, 12) LIMPA(1:67)
                ELSE
                   DISPLAY (W-LIN, 01) LIMPA.
                ADD 1 TO W-LIN
                GO TO CNM-LIMPA-LIN.
       CNM-LIMPA-FIM.
                EXIT.
      *
      *****************************************
      * F5: LIGA O LANCAMENTO A UM MOVIMENTO   *
      * ESPERADO PENDENTE                      *
      *****************************************
      *
       CON-001.
                PERFORM CON-CARGA THRU CON-CARGA-FIM
                MOVE 1 TO TC-IX
                MOVE 13 TO W-LIN
                DISPLAY (13, 01) "ESPERADOS PENDENTES DE MESMO VALOR:".
       CON-LISTA.
                IF TC-IX > TC-QTD
                   GO TO CON-002.
                ADD 1 TO W-LIN
                DISPLAY (W-LIN, 01) TC-IX
                DISPLAY (W-LIN, 03) TC-CHAVE(TC-IX)
                MOVE TC-DATA(TC-IX) TO W-DT-N
                PERFORM DT-EDITA THRU DT-EDITA-FIM
                DISPLAY (W-LIN, 25) W-DT-ED
                DISPLAY (W-LIN, 36) TC-DESCR(TC-IX)
                ADD 1 TO TC-IX
                GO TO CON-LISTA.
       CON-002.
                IF TC-QTD = ZEROS
                   DISPLAY (14, 01) "NENHUM".
                MOVE ZEROS TO W-ESCOLHA
                DISPLAY (22, 01)
                   "NUMERO DO ESPERADO OU 0 P/ INFORMAR A REFERENCIA: "
                ACCEPT (22, 52) W-ESCOLHA
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (22, 01) LIMPA
                IF W-ACT = 02
                   GO TO CNM-MOSTRA.
                IF W-ESCOLHA > TC-QTD
                   MOVE "*** NUMERO FORA DA LISTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-002.
                IF W-ESCOLHA > ZEROS
                   MOVE TC-CHAVE(W-ESCOLHA) TO PV-CHAVE
                   GO TO CON-LE.
       CON-003.
                MOVE SPACES TO W-TIPO W-REF
                DISPLAY (22, 01)
                   "TIPO (B=BOLETO C=CONVENIO F=FOLHA D=DEPOSITO): "
                ACCEPT (22, 49) W-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (22, 01) LIMPA
                IF W-ACT = 02
                   GO TO CON-002.
                IF W-TIPO = "b" MOVE "B" TO W-TIPO.
                IF W-TIPO = "c" MOVE "C" TO W-TIPO.
                IF W-TIPO = "f" MOVE "F" TO W-TIPO.
                IF W-TIPO = "d" MOVE "D" TO W-TIPO.
                IF W-TIPO NOT = "B" AND W-TIPO NOT = "C"
                   AND W-TIPO NOT = "F" AND W-TIPO NOT = "D"
                   MOVE "*** TIPO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-003.
                DISPLAY (22, 01) "REFERENCIA: "
                ACCEPT (22, 13) W-REF
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (22, 01) LIMPA
                IF W-ACT = 02
                   GO TO CON-003.
                MOVE W-TIPO TO PV-TIPO
                MOVE W-REF  TO PV-REF.
       CON-LE.
                READ CADPREVBAN
                IF ST-ERRO-PRV NOT = "00"
                   MOVE "00" TO ST-ERRO-PRV
                   MOVE "*** MOVIMENTO ESPERADO NAO ENCONTRADO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-002.
                IF PV-SITUACAO NOT = "P"
                   MOVE "*** MOVIMENTO ESPERADO JA CONCILIADO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-002.
                IF PV-DC NOT = EB-DC
                   MOVE "*** CREDITO/DEBITO NAO CONFERE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-002.
                DISPLAY (21, 01) LIMPA
                DISPLAY (21, 01) PV-DESCR
                MOVE PV-VALOR TO W-VALOR-ED
                DISPLAY (21, 32) W-VALOR-ED
                IF PV-VALOR NOT = EB-VALOR
                   DISPLAY (21, 48) "VALOR DIFERENTE DO BANCO".
       CON-004.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 01) "CONFIRMA A CONCILIACAO (S/N): "
                ACCEPT (22, 31) W-OPCAO
                DISPLAY (22, 01) LIMPA
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** CONCILIACAO NAO REALIZADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNM-MOSTRA.
                MOVE "M"        TO PV-SITUACAO
                MOVE EB-CHAVE   TO PV-EXT-CHAVE
                MOVE W-DATA-HJ  TO PV-DATA-CONC
                MOVE W-OPERADOR TO PV-OPERADOR
                REWRITE REGPREVBAN
                IF ST-ERRO-PRV NOT = "00"
                   MOVE "00" TO ST-ERRO-PRV
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPREVBAN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNM-MOSTRA.
                MOVE "M"        TO EB-SITUACAO
                MOVE PV-CHAVE   TO EB-PREV-CHAVE
                MOVE W-DATA-HJ  TO EB-DATA-CONC
                MOVE W-OPERADOR TO EB-OPERADOR
                REWRITE REGEXTRATO
                MOVE "CONC MANUA" TO AU-OPERACAO
                MOVE PV-CHAVE     TO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** LANCAMENTO CONCILIADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CNM-MOSTRA.
      *
      *    ESPERADOS PENDENTES COM O MESMO D/C E VALOR DO LANCAMENTO
       CON-CARGA.
                MOVE ZEROS TO TC-QTD
                MOVE LOW-VALUES TO PV-CHAVE
                START CADPREVBAN KEY IS NOT LESS THAN PV-CHAVE
                IF ST-ERRO-PRV NOT = "00"
                   MOVE "00" TO ST-ERRO-PRV
                   GO TO CON-CARGA-FIM.
       CON-CARGA-LER.
                READ CADPREVBAN NEXT RECORD
                IF ST-ERRO-PRV NOT = "00"
                   MOVE "00" TO ST-ERRO-PRV
                   GO TO CON-CARGA-FIM.
                IF PV-SITUACAO NOT = "P" OR PV-DC NOT = EB-DC
                   OR PV-VALOR NOT = EB-VALOR
                   GO TO CON-CARGA-LER.
                ADD 1 TO TC-QTD
                MOVE PV-CHAVE TO TC-CHAVE(TC-QTD)
                MOVE PV-DATA  TO TC-DATA(TC-QTD)
                MOVE PV-DESCR TO TC-DESCR(TC-QTD)
                IF TC-QTD < 8
                   GO TO CON-CARGA-LER.
       CON-CARGA-FIM.
                EXIT.
      *
      *****************************************
      * F6: LANCAMENTO SEM MOVIMENTO ESPERADO  *
      *****************************************
      *
       JUS-001.
                MOVE SPACES TO W-MOTIVO
                DISPLAY (22, 01) "JUSTIFICATIVA: "
                ACCEPT (22, 16) W-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (22, 01) LIMPA
                IF W-ACT = 02
                   GO TO CNM-ACAO.
                IF W-MOTIVO = SPACES
                   MOVE "JUSTIFICATIVA NAO PODE SER BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO JUS-001.
                MOVE "J"        TO EB-SITUACAO
                MOVE W-MOTIVO   TO EB-MOTIVO
                MOVE SPACES     TO EB-PREV-CHAVE
                MOVE W-DATA-HJ  TO EB-DATA-CONC
                MOVE W-OPERADOR TO EB-OPERADOR
                REWRITE REGEXTRATO
                MOVE "JUST EXTR" TO AU-OPERACAO
                MOVE W-MOTIVO    TO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** LANCAMENTO JUSTIFICADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CNM-MOSTRA.
      *
      *****************************************
      * F7: DESFAZ A CONCILIACAO OU A          *
      * JUSTIFICATIVA; O ESPERADO VOLTA A      *
      * FICAR PENDENTE                         *
      *****************************************
      *
       DSF-001.
                IF EB-SITUACAO = "P"
                   MOVE "*** LANCAMENTO AINDA PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNM-ACAO.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 01) "DESFAZ A CONCILIACAO (S/N): "
                ACCEPT (22, 29) W-OPCAO
                DISPLAY (22, 01) LIMPA
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CNM-ACAO.
                IF EB-SITUACAO = "J"
                   MOVE EB-MOTIVO TO AU-MOTIVO
                   GO TO DSF-002.
                MOVE EB-PREV-CHAVE TO PV-CHAVE AU-MOTIVO
                READ CADPREVBAN
                IF ST-ERRO-PRV = "00"
                   MOVE "P"    TO PV-SITUACAO
                   MOVE SPACES TO PV-EXT-CHAVE PV-OPERADOR
                   MOVE ZEROS  TO PV-DATA-CONC
                   REWRITE REGPREVBAN.
                MOVE "00" TO ST-ERRO-PRV.
       DSF-002.
                MOVE "P"    TO EB-SITUACAO
                MOVE SPACES TO EB-PREV-CHAVE EB-MOTIVO EB-OPERADOR
                MOVE ZEROS  TO EB-DATA-CONC
                REWRITE REGEXTRATO
                MOVE "DESF CONC" TO AU-OPERACAO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** CONCILIACAO DESFEITA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CNM-MOSTRA.
      *
       DT-EDITA.
                MOVE W-DT-DIA TO W-DE-DIA
                MOVE W-DT-MES TO W-DE-MES
                MOVE W-DT-ANO TO W-DE-ANO.
       DT-EDITA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE AUDITORIA *
      **********************
      *
       AUD-GRAVA.
                ACCEPT AU-DATA FROM DATE YYYYMMDD
                ACCEPT AU-HORA FROM TIME
                MOVE "PROGR99T" TO AU-PROGRAMA
                MOVE W-OPERADOR TO AU-OPERADOR
                MOVE EB-DATA    TO W-AC-DATA
                MOVE EB-SEQ     TO W-AC-SEQ
                MOVE W-AU-CHAVE TO AU-CHAVE
                WRITE LINAUDIT.
       AUD-GRAVA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADEXTRATO CADPREVBAN AUDITLOG
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA(1:50).
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
