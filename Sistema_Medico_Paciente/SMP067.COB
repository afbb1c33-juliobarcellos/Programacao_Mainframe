       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP067.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * PEDIDO DE COMPRA DA FARMACIA:      *
      * SUGESTAO PELOS ITENS NO MINIMO,    *
      * BLOQUEIO DE ITEM JA PEDIDO,        *
      * IMPRESSAO E CANCELAMENTO           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-ERRO-FOR
                    ALTERNATE RECORD IS FOR-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDIC
                    FILE STATUS  IS ST-ERRO-MEDIC
                    ALTERNATE RECORD IS NOMEMEDIC WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADPEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-CHAVE
                    FILE STATUS  IS ST-ERRO-PED
                    ALTERNATE RECORD IS PC-CODMEDIC WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADSERIES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SR-SERIE
                    FILE STATUS  IS ST-ERRO-SER.
      *
      *-----------------------------------------------------------------
           SELECT RELPED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD CADFORN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
                03 FOR-CODIGO      PIC 9(04).
                03 FOR-NOME        PIC X(30).
                03 FOR-CNPJ        PIC 9(14).
                03 FOR-FONE        PIC X(15).
                03 FOR-CONTATO     PIC X(20).
                03 FOR-PRAZO       PIC 9(03).
                03 FOR-STATUS      PIC X(01).

       FD CADMEDIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
                03 CODMEDIC        PIC 9(05).
                03 NOMEMEDIC       PIC X(30).
                03 APRESENTMEDIC   PIC X(20).
                03 ESTOQUE-ATUAL   PIC 9(06).
                03 ESTOQUE-MIN     PIC 9(06).
                03 MEDIC-CONTROLADO PIC X(01).
                03 MEDIC-LISTA     PIC X(02).

       FD CADPEDCOMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPEDCOMP.DAT".
       01 REGPEDCOMP.
                03 PC-CHAVE.
                    05 PC-NUMERO   PIC 9(06).
                    05 PC-ITEM     PIC 9(02).
                03 PC-FORN         PIC 9(04).
                03 PC-DATA         PIC 9(08).
                03 PC-PREVISTA     PIC 9(08).
                03 PC-CODMEDIC     PIC 9(05).
                03 PC-QTD-PED      PIC 9(06).
                03 PC-QTD-REC      PIC 9(06).
                03 PC-VALOR-UNIT   PIC 9(07)V99.
                03 PC-SITUACAO     PIC X(01).
                03 PC-OPERADOR     PIC X(08).

       FD CADSERIES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIES.DAT".
       01 REGSERIES.
                03 SR-SERIE        PIC X(10).
                03 SR-PROXIMO      PIC 9(06).

       FD RELPED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "PEDCOMPR.DAT".
       01 LINRELPED           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-FUNCAO     PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-FOR  PIC X(02) VALUE "00".
       77 ST-ERRO-MEDIC PIC X(02) VALUE "00".
       77 ST-ERRO-PED  PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-EMISSAO    PIC 9(08) VALUE ZEROS.
       77 W-PEDIDO     PIC 9(06) VALUE ZEROS.
       77 W-NUM-LIVRE  PIC 9(06) VALUE ZEROS.
       77 W-PED-ABERTO PIC 9(06) VALUE ZEROS.
       77 W-CODMEDIC   PIC 9(05) VALUE ZEROS.
       77 W-SUGERE     PIC X(01) VALUE SPACES.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-IND2       PIC 9(02) VALUE ZEROS.
       77 W-QTD-ITENS  PIC 9(02) VALUE ZEROS.
       77 W-QTD-VALIDOS PIC 9(02) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-SUGERIDOS  PIC 9(03) VALUE ZEROS.
       77 W-JA-PEDIDOS PIC 9(03) VALUE ZEROS.
       77 W-PRAZO      PIC 9(03) VALUE ZEROS.
       77 W-ULT-DIA    PIC 9(02) VALUE ZEROS.
       77 ANODIV       PIC 9(04) VALUE ZEROS.
       77 ANORESTO     PIC 9(01) VALUE ZEROS.
       77 W-SEGVIA     PIC 9(01) VALUE ZEROS.
       77 W-PENDENTES  PIC 9(02) VALUE ZEROS.
       77 W-TOT-ITEM   PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-PED    PIC 9(09)V99 VALUE ZEROS.
       77 W-QTD-ED     PIC ZZZZZ9.
       77 W-VAL-ED     PIC ZZZZZZ9,99.
       01 W-PREVISTA   PIC 9(08) VALUE ZEROS.
       01 W-PREVISTA-R REDEFINES W-PREVISTA.
           03 W-PRV-ANO PIC 9(04).
           03 W-PRV-MES PIC 9(02).
           03 W-PRV-DIA PIC 9(02).
       01 MENS-PED.
           03 FILLER          PIC X(31)
              VALUE "*** ITEM JA TEM PEDIDO ABERTO ".
           03 MP-NUMERO       PIC 9(06).
           03 FILLER          PIC X(04) VALUE " ***".
       01 MENS-SUG.
           03 MS-SUGERIDOS    PIC ZZ9.
           03 FILLER          PIC X(19) VALUE " ITENS SUGERIDOS - ".
           03 MS-JA-PEDIDOS   PIC ZZ9.
           03 FILLER          PIC X(16) VALUE " JA PEDIDOS".

       01 TAB-ITENS.
           03 TI-ENT OCCURS 12 TIMES.
               05 TI-CODMEDIC  PIC 9(05).
               05 TI-NOME      PIC X(30).
               05 TI-APRES     PIC X(20).
               05 TI-QTD       PIC 9(06).
               05 TI-VALOR     PIC 9(07)V99.
               05 TI-QTD-REC   PIC 9(06).
               05 TI-SITUACAO  PIC X(01).

       01 LINPED-SEP.
           03 FILLER          PIC X(78) VALUE ALL "-".
       01 LINPED-TIT.
           03 FILLER          PIC X(22)
              VALUE "PEDIDO DE COMPRA  Nr. ".
           03 LP-NUMERO       PIC 9(06).
           03 FILLER          PIC X(11) VALUE "  EMISSAO: ".
           03 LP-DATA         PIC 9(08).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LP-VIA          PIC X(15).
       01 LINPED-FOR.
           03 FILLER          PIC X(12) VALUE "FORNECEDOR: ".
           03 LP-FORN         PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-FORNOME      PIC X(30).
           03 FILLER          PIC X(07) VALUE "  CNPJ ".
           03 LP-CNPJ         PIC 9(14).
       01 LINPED-CON.
           03 FILLER          PIC X(12) VALUE "CONTATO   : ".
           03 LP-CONTATO      PIC X(20).
           03 FILLER          PIC X(07) VALUE "  FONE ".
           03 LP-FONE         PIC X(15).
       01 LINPED-PRV.
           03 FILLER          PIC X(26)
              VALUE "ENTREGA PREVISTA ATE    : ".
           03 LP-PREVISTA     PIC 9(08).
       01 LINPED-CAB.
           03 FILLER          PIC X(40)
              VALUE "IT CODIGO  MEDICAMENTO                  ".
           03 FILLER          PIC X(39)
              VALUE " APRESENTACAO            QTDE   VL.UNIT".
       01 LINPED-DET.
           03 LP-ITEM         PIC 99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-CODMEDIC     PIC 9(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LP-NOME         PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-APRES        PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-QTD          PIC ZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-VALOR        PIC ZZZZZZ9,99.
       01 LINPED-TOT.
           03 FILLER          PIC X(50) VALUE SPACES.
           03 FILLER          PIC X(14) VALUE "TOTAL PEDIDO: ".
           03 LP-TOTAL        PIC ZZZZZZZZ9,99.
       01 LINPED-OPE.
           03 FILLER          PIC X(12) VALUE "OPERADOR  : ".
           03 LP-OPER         PIC X(08).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PED-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: APROVEITA O OPERADOR
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER SES-PERFIL.
           IF ST-ERRO-SES = "00"
               CLOSE OPERSES
               MOVE SES-OPER TO W-OPERADOR
               MOVE SES-PERFIL TO W-PERFIL.
       PED-OP1.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR NOT = "00"
               MOVE "ARQUIVO CADFORN NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.
           OPEN INPUT CADMEDIC
           IF ST-ERRO-MEDIC NOT = "00"
               MOVE "ARQUIVO CADMEDIC NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADFORN
               GO TO ROT-FIMP.
       PED-OP2.
           OPEN I-O CADPEDCOMP
           IF ST-ERRO-PED NOT = "00"
               IF ST-ERRO-PED = "30"
                      OPEN OUTPUT CADPEDCOMP
                      CLOSE CADPEDCOMP
                      GO TO PED-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEDCOMP"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADFORN CADMEDIC
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
           OPEN EXTEND RELPED
           IF ST-ERRO-REL NOT = "00"
               OPEN OUTPUT RELPED.

       PED-001.
                MOVE ZEROS TO W-PEDIDO W-QTD-ITENS W-FUNCAO
                              W-SUGERIDOS W-JA-PEDIDOS
                MOVE SPACES TO W-SUGERE W-OPCAO TAB-ITENS
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "PEDIDO DE COMPRA DA FARMACIA"
                DISPLAY (03, 01)
                    "FUNCAO (1=NOVO 2=CONSULTA/2A.VIA 3=CANCELA): "
                DISPLAY (05, 01) "PEDIDO     : "
                DISPLAY (06, 01) "FORNECEDOR : "
                DISPLAY (07, 01) "PREVISAO DE ENTREGA (AAAAMMDD): ".
       PED-002.
                ACCEPT (03, 47) W-FUNCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-FUNCAO NOT = 1 AND 2 AND 3
                   MOVE "*** FUNCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PED-002.
                IF W-FUNCAO NOT = 2 AND W-PERFIL = "C"
                   MOVE "*** PERFIL SOMENTE CONSULTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PED-002.
                IF W-FUNCAO NOT = 1
                   GO TO CON-001.
      *
      *****************************************
      * NOVO PEDIDO                            *
      *****************************************
      *
       NOV-001.
                MOVE ZEROS TO FOR-CODIGO
                ACCEPT (06, 14) FOR-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PED-001.
                READ CADFORN
                IF ST-ERRO-FOR NOT = "00"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-001.
                IF FOR-STATUS = "I"
                   MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-001.
                DISPLAY (06, 20) FOR-NOME
      *    PREVISAO SUGERIDA PELO PRAZO DE ENTREGA DO FORNECEDOR
                MOVE W-HOJE TO W-PREVISTA
                MOVE FOR-PRAZO TO W-PRAZO
                PERFORM DAT-SOMA THRU DAT-SOMA-FIM W-PRAZO TIMES.
       NOV-002.
                ACCEPT (07, 33) W-PREVISTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO NOV-001.
                IF W-PREVISTA < W-HOJE
                   MOVE "*** PREVISAO ANTERIOR A DATA DE HOJE ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-002.
       NOV-003.
                MOVE "S" TO W-SUGERE
                DISPLAY (08, 01) "SUGERIR ITENS NO MINIMO (S/N): "
                ACCEPT (08, 33) W-SUGERE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO NOV-002.
                IF W-SUGERE NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-003.
                IF W-SUGERE = "S"
                   PERFORM SUG-001 THRU SUG-FIM
                   MOVE W-SUGERIDOS  TO MS-SUGERIDOS
                   MOVE W-JA-PEDIDOS TO MS-JA-PEDIDOS
                   MOVE MENS-SUG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                PERFORM TAB-MOSTRA THRU TAB-MOSTRA-FIM
                MOVE ZEROS TO W-IND.
      *
      *    CONFERENCIA DAS QUANTIDADES SUGERIDAS (ZERO RETIRA O ITEM)
       NOV-ITE.
                ADD 1 TO W-IND
                IF W-IND > W-QTD-ITENS
                   GO TO NOV-ADD.
                PERFORM ITE-ACEITA THRU ITE-ACEITA-FIM
                GO TO NOV-ITE.
      *
      *    INCLUSAO MANUAL DE ITENS
       NOV-ADD.
                MOVE ZEROS TO W-CODMEDIC
                DISPLAY (22, 01) "INCLUIR MEDICAMENTO (0=FIM): "
                ACCEPT (22, 30) W-CODMEDIC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PED-001.
                IF W-CODMEDIC = ZEROS
                   DISPLAY (22, 01) LIMPA
                   GO TO NOV-OPC.
                IF W-QTD-ITENS = 12
                   MOVE "*** LIMITE DE 12 ITENS POR PEDIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-ADD.
                MOVE W-CODMEDIC TO CODMEDIC
                READ CADMEDIC
                IF ST-ERRO-MEDIC NOT = "00"
                   MOVE "*** MEDICAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-ADD.
                MOVE ZEROS TO W-IND2.
       NOV-ADD-DUP.
                ADD 1 TO W-IND2
                IF W-IND2 > W-QTD-ITENS
                   GO TO NOV-ADD-ABE.
                IF TI-CODMEDIC(W-IND2) = W-CODMEDIC
                   MOVE "*** ITEM JA CONSTA DESTE PEDIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-ADD.
                GO TO NOV-ADD-DUP.
       NOV-ADD-ABE.
                PERFORM PED-VER THRU PED-VER-FIM
                IF W-PED-ABERTO NOT = ZEROS
                   MOVE W-PED-ABERTO TO MP-NUMERO
                   MOVE MENS-PED TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-ADD.
                ADD 1 TO W-QTD-ITENS
                MOVE W-QTD-ITENS TO W-IND
                PERFORM TAB-CARREGA THRU TAB-CARREGA-FIM
                PERFORM TAB-LINHA THRU TAB-LINHA-FIM
                PERFORM ITE-ACEITA THRU ITE-ACEITA-FIM
                GO TO NOV-ADD.
      *
       NOV-OPC.
                MOVE ZEROS TO W-QTD-VALIDOS W-IND.
       NOV-OPC-CONTA.
                ADD 1 TO W-IND
                IF W-IND NOT > W-QTD-ITENS
                   IF TI-QTD(W-IND) NOT = ZEROS
                      ADD 1 TO W-QTD-VALIDOS
                      GO TO NOV-OPC-CONTA
                   ELSE
                      GO TO NOV-OPC-CONTA.
                IF W-QTD-VALIDOS = ZEROS
                   MOVE "*** PEDIDO SEM ITENS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-ADD.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR PEDIDO (S/N) : ".
                ACCEPT (23, 62) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO NOV-ADD.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PEDIDO DESCARTADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PED-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO NOV-OPC.
                PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
                IF W-NUM-LIVRE = ZEROS
                   GO TO PED-001.
                MOVE W-NUM-LIVRE TO W-PEDIDO
                MOVE ZEROS TO W-IND W-IND2.
       NOV-WR1.
                ADD 1 TO W-IND
                IF W-IND > W-QTD-ITENS
                   GO TO NOV-IMP.
                IF TI-QTD(W-IND) = ZEROS
                   GO TO NOV-WR1.
                ADD 1 TO W-IND2
                MOVE W-PEDIDO          TO PC-NUMERO
                MOVE W-IND2            TO PC-ITEM
                MOVE FOR-CODIGO        TO PC-FORN
                MOVE W-HOJE            TO PC-DATA
                MOVE W-PREVISTA        TO PC-PREVISTA
                MOVE TI-CODMEDIC(W-IND) TO PC-CODMEDIC
                MOVE TI-QTD(W-IND)     TO PC-QTD-PED
                MOVE ZEROS             TO PC-QTD-REC
                MOVE TI-VALOR(W-IND)   TO PC-VALOR-UNIT
                MOVE "A"               TO PC-SITUACAO
                MOVE W-OPERADOR        TO PC-OPERADOR
                WRITE REGPEDCOMP
                IF ST-ERRO-PED NOT = "00" AND ST-ERRO-PED NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPEDCOMP"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO NOV-WR1.
       NOV-IMP.
                MOVE ZEROS TO W-SEGVIA
                MOVE W-HOJE TO W-EMISSAO
                PERFORM PED-IMP THRU PED-IMP-FIM
                DISPLAY (05, 14) W-PEDIDO
                MOVE "*** PEDIDO GRAVADO EM PEDCOMPR.DAT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PED-001.
      *
      *****************************************
      * CONSULTA, SEGUNDA VIA E CANCELAMENTO   *
      *****************************************
      *
       CON-001.
                MOVE ZEROS TO W-PEDIDO W-QTD-ITENS W-PENDENTES
                MOVE SPACES TO TAB-ITENS
                ACCEPT (05, 14) W-PEDIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PED-001.
                MOVE W-PEDIDO TO PC-NUMERO
                MOVE ZEROS    TO PC-ITEM
                START CADPEDCOMP KEY IS NOT LESS THAN PC-CHAVE
                IF ST-ERRO-PED NOT = "00"
                   GO TO CON-NAO.
       CON-LER.
                READ CADPEDCOMP NEXT RECORD
                IF ST-ERRO-PED NOT = "00" AND ST-ERRO-PED NOT = "02"
                   GO TO CON-MOSTRA.
                IF PC-NUMERO NOT = W-PEDIDO OR W-QTD-ITENS = 12
                   GO TO CON-MOSTRA.
                ADD 1 TO W-QTD-ITENS
                MOVE W-QTD-ITENS   TO W-IND
                MOVE PC-FORN       TO FOR-CODIGO
                MOVE PC-DATA       TO W-EMISSAO
                MOVE PC-PREVISTA   TO W-PREVISTA
                MOVE PC-CODMEDIC   TO W-CODMEDIC CODMEDIC
                READ CADMEDIC
                IF ST-ERRO-MEDIC NOT = "00"
                   MOVE "MEDICAMENTO NAO CADASTRADO" TO NOMEMEDIC
                   MOVE SPACES TO APRESENTMEDIC.
                PERFORM TAB-CARREGA THRU TAB-CARREGA-FIM
                MOVE PC-QTD-PED    TO TI-QTD(W-IND)
                MOVE PC-VALOR-UNIT TO TI-VALOR(W-IND)
                MOVE PC-QTD-REC    TO TI-QTD-REC(W-IND)
                MOVE PC-SITUACAO   TO TI-SITUACAO(W-IND)
                IF PC-SITUACAO = "A" OR "P"
                   ADD 1 TO W-PENDENTES.
                GO TO CON-LER.
       CON-NAO.
                MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CON-001.
       CON-MOSTRA.
                IF W-QTD-ITENS = ZEROS
                   GO TO CON-NAO.
                READ CADFORN
                IF ST-ERRO-FOR NOT = "00"
                   MOVE "FORNECEDOR NAO CADASTRADO" TO FOR-NOME
                   MOVE ZEROS TO FOR-CNPJ
                   MOVE SPACES TO FOR-CONTATO FOR-FONE.
                DISPLAY (06, 14) FOR-CODIGO
                DISPLAY (06, 20) FOR-NOME
                DISPLAY (07, 33) W-PREVISTA
                PERFORM TAB-MOSTRA THRU TAB-MOSTRA-FIM
                IF W-FUNCAO = 3
                   GO TO CAN-OPC.
       CON-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "IMPRIMIR 2A. VIA (S/N) : ".
                ACCEPT (23, 65) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PED-001.
                IF W-OPCAO = "S" OR "s"
                   MOVE 1 TO W-SEGVIA
                   PERFORM PED-IMP THRU PED-IMP-FIM
                   MOVE "*** SEGUNDA VIA GRAVADA EM PEDCOMPR.DAT ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO PED-001.
      *
      *    CANCELA O SALDO NAO ENTREGUE; O JA RECEBIDO FICA REGISTRADO
       CAN-OPC.
                IF W-PENDENTES = ZEROS
                   MOVE "*** PEDIDO SEM ITENS EM ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PED-001.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "CANCELAR SALDO (S/N) : ".
                ACCEPT (23, 63) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PED-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** PEDIDO NAO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PED-001.
                MOVE ZEROS TO W-IND.
       CAN-RW1.
                ADD 1 TO W-IND
                IF W-IND > W-QTD-ITENS
                   MOVE "*** SALDO DO PEDIDO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PED-001.
                MOVE W-PEDIDO TO PC-NUMERO
                MOVE W-IND    TO PC-ITEM
                READ CADPEDCOMP
                IF ST-ERRO-PED NOT = "00"
                   GO TO CAN-RW1.
                IF PC-SITUACAO NOT = "A" AND PC-SITUACAO NOT = "P"
                   GO TO CAN-RW1.
                MOVE "C" TO PC-SITUACAO
                REWRITE REGPEDCOMP
                IF ST-ERRO-PED NOT = "00"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPEDCOMP"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO CAN-RW1.
      *
      *****************************************
      * SUGESTAO: ITENS NO MINIMO OU ABAIXO,   *
      * REPONDO ATE O DOBRO DO MINIMO          *
      *****************************************
      *
       SUG-001.
                MOVE ZEROS TO CODMEDIC
                START CADMEDIC KEY IS NOT LESS THAN CODMEDIC
                IF ST-ERRO-MEDIC NOT = "00"
                   GO TO SUG-FIM.
       SUG-LER.
                READ CADMEDIC NEXT RECORD
                IF ST-ERRO-MEDIC NOT = "00"
                   GO TO SUG-FIM.
                IF ESTOQUE-MIN = ZEROS OR ESTOQUE-ATUAL > ESTOQUE-MIN
                   GO TO SUG-LER.
                MOVE CODMEDIC TO W-CODMEDIC
                PERFORM PED-VER THRU PED-VER-FIM
                IF W-PED-ABERTO NOT = ZEROS
                   ADD 1 TO W-JA-PEDIDOS
                   GO TO SUG-LER.
                IF W-QTD-ITENS = 12
                   GO TO SUG-FIM.
                ADD 1 TO W-QTD-ITENS W-SUGERIDOS
                MOVE W-QTD-ITENS TO W-IND
                PERFORM TAB-CARREGA THRU TAB-CARREGA-FIM
                GO TO SUG-LER.
       SUG-FIM.
                EXIT.
      *
      *****************************************
      * ITEM DA TABELA A PARTIR DO CADMEDIC    *
      *****************************************
      *
       TAB-CARREGA.
                MOVE CODMEDIC      TO TI-CODMEDIC(W-IND)
                MOVE NOMEMEDIC     TO TI-NOME(W-IND)
                MOVE APRESENTMEDIC TO TI-APRES(W-IND)
                MOVE ZEROS         TO TI-VALOR(W-IND) TI-QTD-REC(W-IND)
                MOVE "A"           TO TI-SITUACAO(W-IND)
                IF ESTOQUE-ATUAL NOT > ESTOQUE-MIN
                   COMPUTE TI-QTD(W-IND) =
                           (ESTOQUE-MIN * 2) - ESTOQUE-ATUAL
                ELSE
                   MOVE ZEROS TO TI-QTD(W-IND).
       TAB-CARREGA-FIM.
                EXIT.
      *
      *****************************************
      * EXIBICAO DOS ITENS (LINHAS 10 A 21)    *
      *****************************************
      *
       TAB-MOSTRA.
                DISPLAY (09, 01) "IT CODIGO MEDICAMENTO"
                DISPLAY (09, 41) "  QTDE    VL.UNIT"
                IF W-FUNCAO NOT = 1
                   DISPLAY (09, 58) "  RECEB.  SIT".
                MOVE ZEROS TO W-IND.
       TAB-MOSTRA-LOOP.
                ADD 1 TO W-IND
                IF W-IND > W-QTD-ITENS
                   GO TO TAB-MOSTRA-FIM.
                PERFORM TAB-LINHA THRU TAB-LINHA-FIM
                GO TO TAB-MOSTRA-LOOP.
       TAB-MOSTRA-FIM.
                EXIT.
      *
       TAB-LINHA.
                COMPUTE W-LINHA = W-IND + 9
                DISPLAY (W-LINHA, 01) W-IND
                DISPLAY (W-LINHA, 04) TI-CODMEDIC(W-IND)
                DISPLAY (W-LINHA, 11) TI-NOME(W-IND)
                MOVE TI-QTD(W-IND) TO W-QTD-ED
                DISPLAY (W-LINHA, 41) W-QTD-ED
                MOVE TI-VALOR(W-IND) TO W-VAL-ED
                DISPLAY (W-LINHA, 48) W-VAL-ED
                IF W-FUNCAO NOT = 1
                   MOVE TI-QTD-REC(W-IND) TO W-QTD-ED
                   DISPLAY (W-LINHA, 60) W-QTD-ED
                   DISPLAY (W-LINHA, 68) TI-SITUACAO(W-IND).
       TAB-LINHA-FIM.
                EXIT.
      *
       ITE-ACEITA.
                COMPUTE W-LINHA = W-IND + 9
                ACCEPT (W-LINHA, 41) TI-QTD(W-IND) WITH UPDATE
                IF TI-QTD(W-IND) NOT = ZEROS
                   ACCEPT (W-LINHA, 48) TI-VALOR(W-IND) WITH UPDATE.
                PERFORM TAB-LINHA THRU TAB-LINHA-FIM.
       ITE-ACEITA-FIM.
                EXIT.
      *
      *****************************************
      * PEDIDO EM ABERTO (A OU P) PARA O ITEM  *
      *****************************************
      *
       PED-VER.
                MOVE ZEROS TO W-PED-ABERTO
                MOVE W-CODMEDIC TO PC-CODMEDIC
                START CADPEDCOMP KEY IS EQUAL TO PC-CODMEDIC
                IF ST-ERRO-PED NOT = "00"
                   GO TO PED-VER-FIM.
       PED-VER-LER.
                READ CADPEDCOMP NEXT RECORD
                IF ST-ERRO-PED NOT = "00" AND ST-ERRO-PED NOT = "02"
                   GO TO PED-VER-FIM.
                IF PC-CODMEDIC NOT = W-CODMEDIC
                   GO TO PED-VER-FIM.
                IF PC-SITUACAO = "A" OR "P"
                   MOVE PC-NUMERO TO W-PED-ABERTO
                   GO TO PED-VER-FIM.
                GO TO PED-VER-LER.
       PED-VER-FIM.
                EXIT.
      *
      *****************************************
      * SOMA UM DIA A DATA PREVISTA            *
      *****************************************
      *
       DAT-SOMA.
                IF W-PRV-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
                    MOVE 31 TO W-ULT-DIA
                ELSE
                IF W-PRV-MES = 04 OR 06 OR 09 OR 11
                    MOVE 30 TO W-ULT-DIA
                ELSE
                    DIVIDE W-PRV-ANO BY 4 GIVING ANODIV
                           REMAINDER ANORESTO
                    IF ANORESTO = ZEROS
                        MOVE 29 TO W-ULT-DIA
                    ELSE
                        MOVE 28 TO W-ULT-DIA.
                ADD 1 TO W-PRV-DIA
                IF W-PRV-DIA > W-ULT-DIA
                    MOVE 1 TO W-PRV-DIA
                    ADD 1 TO W-PRV-MES
                    IF W-PRV-MES > 12
                        MOVE 1 TO W-PRV-MES
                        ADD 1 TO W-PRV-ANO.
       DAT-SOMA-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO DO PEDIDO EM PEDCOMPR.DAT    *
      *****************************************
      *
       PED-IMP.
                MOVE LINPED-SEP TO LINRELPED
                WRITE LINRELPED
                MOVE W-PEDIDO TO LP-NUMERO
                MOVE W-EMISSAO TO LP-DATA
                IF W-SEGVIA = 1
                   MOVE "*SEGUNDA VIA*" TO LP-VIA
                ELSE
                   MOVE SPACES TO LP-VIA.
                MOVE LINPED-TIT TO LINRELPED
                WRITE LINRELPED
                MOVE FOR-CODIGO TO LP-FORN
                MOVE FOR-NOME   TO LP-FORNOME
                MOVE FOR-CNPJ   TO LP-CNPJ
                MOVE LINPED-FOR TO LINRELPED
                WRITE LINRELPED
                MOVE FOR-CONTATO TO LP-CONTATO
                MOVE FOR-FONE    TO LP-FONE
                MOVE LINPED-CON TO LINRELPED
                WRITE LINRELPED
                MOVE W-PREVISTA TO LP-PREVISTA
                MOVE LINPED-PRV TO LINRELPED
                WRITE LINRELPED
                MOVE SPACES TO LINRELPED
                WRITE LINRELPED
                MOVE LINPED-CAB TO LINRELPED
                WRITE LINRELPED
                MOVE ZEROS TO W-IND W-IND2 W-TOT-PED.
       PED-IMP-ITE.
                ADD 1 TO W-IND
                IF W-IND > W-QTD-ITENS
                   GO TO PED-IMP-TOT.
                IF TI-QTD(W-IND) = ZEROS
                   GO TO PED-IMP-ITE.
                ADD 1 TO W-IND2
                MOVE W-IND2             TO LP-ITEM
                MOVE TI-CODMEDIC(W-IND) TO LP-CODMEDIC
                MOVE TI-NOME(W-IND)     TO LP-NOME
                MOVE TI-APRES(W-IND)    TO LP-APRES
                MOVE TI-QTD(W-IND)      TO LP-QTD
                MOVE TI-VALOR(W-IND)    TO LP-VALOR
                COMPUTE W-TOT-ITEM = TI-QTD(W-IND) * TI-VALOR(W-IND)
                ADD W-TOT-ITEM TO W-TOT-PED
                MOVE LINPED-DET TO LINRELPED
                WRITE LINRELPED
                GO TO PED-IMP-ITE.
       PED-IMP-TOT.
                MOVE W-TOT-PED TO LP-TOTAL
                MOVE LINPED-TOT TO LINRELPED
                WRITE LINRELPED
                MOVE SPACES TO LINRELPED
                WRITE LINRELPED
                MOVE W-OPERADOR TO LP-OPER
                MOVE LINPED-OPE TO LINRELPED
                WRITE LINRELPED
                MOVE LINPED-SEP TO LINRELPED
                WRITE LINRELPED.
       PED-IMP-FIM.
                EXIT.
      *
      **************************************
      * NUMERO SEQUENCIAL DA SERIE         *
      * "PEDCOMPRA" DO CADSERIES           *
      **************************************
      *
       SER-PROXNUM.
                MOVE ZEROS TO W-NUM-LIVRE
                OPEN I-O CADSERIES
                IF ST-ERRO-SER NOT = "00"
                   IF ST-ERRO-SER = "30"
                      OPEN OUTPUT CADSERIES
                      CLOSE CADSERIES
                      GO TO SER-PROXNUM
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSERIES"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO SER-PROXNUM-FIM.
                MOVE "PEDCOMPRA" TO SR-SERIE
                READ CADSERIES
                IF ST-ERRO-SER NOT = "00"
                   MOVE "PEDCOMPRA" TO SR-SERIE
                   MOVE 1 TO SR-PROXIMO
                   WRITE REGSERIES.
                MOVE SR-PROXIMO TO W-NUM-LIVRE
                ADD 1 TO SR-PROXIMO
                REWRITE REGSERIES
                CLOSE CADSERIES.
       SER-PROXNUM-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFORN CADMEDIC CADPEDCOMP RELPED
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
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
