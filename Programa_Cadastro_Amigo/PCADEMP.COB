       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCADEMP INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * EMPRESTIMO DE ITENS A AMIGOS       *
      * (LIVROS, FERRAMENTAS, CAMPING):    *
      * SAIDA, PREVISAO E DEVOLUCAO, COM   *
      * ANOTACAO NO CADCONTATO, RELATORIO  *
      * DE ATRASADOS E HISTORICO POR ITEM  *
      * E POR AMIGO                        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEMPRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD IS EM-ITEM WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT ARQAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO-AMG.
      *
      *-----------------------------------------------------------------
           SELECT CADCONTATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-CHAVE
                    FILE STATUS  IS ST-ERRO-CTT.
      *
      *-----------------------------------------------------------------
           SELECT RELATRASO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEMPRES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEMPRES.DAT".
       01 REGEMPRES.
                03 EM-CHAVE.
                    05 EM-APELIDO  PIC X(12).
                    05 EM-ITEM     PIC X(30).
                    05 EM-DATA-EMP PIC 9(08).
                03 EM-DATA-PREV    PIC 9(08).
                03 EM-DATA-DEV     PIC 9(08).

       FD ARQAMIGO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQAMIGO.DAT".
       01 REGAMIGO.
                03 APELIDO         PIC X(12).
                03 NOME            PIC X(35).
                03 FILLER          PIC X(24).
                03 DDDCEL          PIC 9(03).
                03 NUMCEL          PIC 9(09).
                03 DDDRES          PIC 9(03).
                03 NUMRES          PIC 9(08).
                03 EMAIL           PIC X(35).
                03 FILLER          PIC X(11).
                03 STATUS-REG      PIC X(01).
                03 FILLER          PIC X(55).

       FD CADCONTATO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTATO.DAT".
       01 REGCONTATO.
                03 CT-CHAVE.
                    05 CT-APELIDO  PIC X(12).
                    05 CT-DATA     PIC 9(08).
                    05 CT-SEQ      PIC 9(02).
                03 CT-TIPO         PIC X(01).
                03 CT-NOTA         PIC X(40).

       FD RELATRASO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "EMPATRAS.DAT".
       01 LINATRASO           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-AMG  PIC X(02) VALUE "00".
       77 ST-ERRO-CTT  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-APELIDO    PIC X(12) VALUE SPACES.
       77 W-ITEM       PIC X(30) VALUE SPACES.
       77 W-DATA-EMP   PIC 9(08) VALUE ZEROS.
       77 W-DATA-PREV  PIC 9(08) VALUE ZEROS.
       77 W-DATA-DEV   PIC 9(08) VALUE ZEROS.
       77 W-DATA-CTT   PIC 9(08) VALUE ZEROS.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-HIST       PIC X(01) VALUE SPACES.
       77 W-DIAS-ABS   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-QUOC       PIC 9(05) VALUE ZEROS.
       77 W-RESTO      PIC 9(03) VALUE ZEROS.
       77 W-ANO-ANT    PIC 9(04) VALUE ZEROS.
       77 W-TOT-EMP    PIC 9(04) VALUE ZEROS.
       77 W-TOT-ABE    PIC 9(04) VALUE ZEROS.
       77 W-TOT-ATR    PIC 9(04) VALUE ZEROS.
       77 TA-TOTAL     PIC 9(03) VALUE ZEROS.
       77 TA-IX        PIC 9(03) VALUE ZEROS.
       77 TA-IY        PIC 9(03) VALUE ZEROS.
       77 W-TROCOU     PIC 9(01) VALUE ZEROS.

       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUX    PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUX-R REDEFINES W-DATA-AUX.
           03 W-AUX-ANO       PIC 9(04).
           03 W-AUX-MES       PIC 9(02).
           03 W-AUX-DIA       PIC 9(02).
      *
      *    DIAS ACUMULADOS ANTES DE CADA MES (ANO NAO BISSEXTO)
       01 TABMESES.
          03 FILLER  PIC X(36)
             VALUE "000031059090120151181212243273304334".
       01 TMES REDEFINES TABMESES.
          03 TM-ACUM PIC 9(03) OCCURS 12 TIMES.
      *
       01 W-NOTA-EMP.
           03 WN-ACAO         PIC X(10).
           03 WN-ITEM         PIC X(30).
      *
      *    EMPRESTIMOS EM ATRASO, ORDENADOS PELOS DIAS DE ATRASO
       01 TABATRASO.
           03 TA-ENT OCCURS 300 TIMES.
              05 TA-DIAS    PIC 9(05).
              05 TA-APELIDO PIC X(12).
              05 TA-ITEM    PIC X(30).
              05 TA-PREV    PIC 9(08).
       01 TA-ENT-AUX.
           03 TA-DIAS-AUX    PIC 9(05).
           03 TA-APELIDO-AUX PIC X(12).
           03 TA-ITEM-AUX    PIC X(30).
           03 TA-PREV-AUX    PIC 9(08).

       01 LINCAB0.
           03 FILLER          PIC X(26)
              VALUE "EMPRESTIMOS EM ATRASO EM ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
       01 LINCAB1.
           03 FILLER          PIC X(39)
              VALUE "DIAS APELIDO      NOME".
           03 FILLER          PIC X(31) VALUE "ITEM".
           03 FILLER          PIC X(10) VALUE "DEVOLVER".
       01 LINDET1.
           03 LD-DIAS         PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-APELIDO      PIC X(12).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-NOME         PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-ITEM         PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
       01 LINDET2.
           03 FILLER          PIC X(10) VALUE "     CEL: ".
           03 FILLER          PIC X(01) VALUE "(".
           03 LD-DDDCEL       PIC 9(03).
           03 FILLER          PIC X(02) VALUE ") ".
           03 LD-NUMCEL       PIC 9(09).
           03 FILLER          PIC X(08) VALUE "   RES: ".
           03 FILLER          PIC X(01) VALUE "(".
           03 LD-DDDRES       PIC 9(03).
           03 FILLER          PIC X(02) VALUE ") ".
           03 LD-NUMRES       PIC 9(08).
           03 FILLER          PIC X(10) VALUE "   EMAIL: ".
           03 LD-EMAIL        PIC X(35).
       01 LINTOT.
           03 FILLER          PIC X(24)
              VALUE "EMPRESTIMOS EM ATRASO: ".
           03 LT-TOTAL        PIC ZZ9.
       01 LINBRANCO           PIC X(100) VALUE SPACES.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       EMP-OP0.
           OPEN I-O CADEMPRES
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADEMPRES
                      CLOSE CADEMPRES
                      MOVE "* ARQUIVO CADEMPRES SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO EMP-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEMPRES"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       EMP-OP1.
           OPEN I-O CADCONTATO
           IF ST-ERRO-CTT NOT = "00"
               IF ST-ERRO-CTT = "30"
                      OPEN OUTPUT CADCONTATO
                      CLOSE CADCONTATO
                      GO TO EMP-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTATO"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEMPRES
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       EMP-OP2.
           OPEN INPUT ARQAMIGO
           IF ST-ERRO-AMG NOT = "00"
               MOVE "ARQUIVO ARQAMIGO NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADEMPRES CADCONTATO
               GO TO ROT-FIMP.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE W-DATA-HOJE TO W-DATA-AUX
           PERFORM DIAS-ABS THRU DIAS-ABS-FIM
           MOVE W-DIAS-ABS TO W-DIAS-HOJE.

       EMP-001.
                MOVE ZEROS TO W-SEL W-DATA-EMP W-DATA-PREV W-DATA-DEV
                MOVE SPACES TO W-APELIDO W-ITEM
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "EMPRESTIMO DE ITENS A AMIGOS"
                DISPLAY (02, 01)
                  "F4=ATRASADOS  F5=HIST. DO AMIGO  F6=HIST. DO ITEM"
                DISPLAY (04, 01) "APELIDO          : "
                DISPLAY (05, 01) "ITEM             : "
                DISPLAY (06, 01) "EMPRESTADO EM    : "
                DISPLAY (07, 01) "DEVOLVER ATE     : "
                DISPLAY (08, 01) "DEVOLVIDO EM     : "
                DISPLAY (09, 01) "(DATAS NO FORMATO AAAAMMDD)".
       EMP-002.
                ACCEPT (04, 20) W-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ACT = 04
                   GO TO ATR-001.
                IF W-ACT = 06
                   GO TO HIT-001.
                IF W-APELIDO = SPACES
                   MOVE "*** APELIDO NAO PODE SER BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMP-002.
                IF W-ACT = 05
                   GO TO HAM-001.
                MOVE W-APELIDO TO APELIDO
                READ ARQAMIGO
                IF ST-ERRO-AMG NOT = "00"
                   MOVE "00" TO ST-ERRO-AMG
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMP-002.
                DISPLAY (04, 34) NOME.
       EMP-003.
                ACCEPT (05, 20) W-ITEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO EMP-001.
                IF W-ITEM = SPACES
                   MOVE "*** ITEM NAO PODE SER BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMP-003.
      *
      *    EMPRESTIMO AINDA ABERTO DESTE ITEM COM ESTE AMIGO?
       LER-EMPRES01.
                MOVE 0 TO W-SEL
                MOVE W-APELIDO TO EM-APELIDO
                MOVE W-ITEM    TO EM-ITEM
                MOVE ZEROS     TO EM-DATA-EMP
                START CADEMPRES KEY IS NOT LESS THAN EM-CHAVE
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO INC-001.
       LER-EMPRES02.
                READ CADEMPRES NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO INC-001.
                IF EM-APELIDO NOT = W-APELIDO OR EM-ITEM NOT = W-ITEM
                   GO TO INC-001.
                IF EM-DATA-DEV NOT = ZEROS
                   GO TO LER-EMPRES02.
                MOVE 1 TO W-SEL
                DISPLAY (06, 20) EM-DATA-EMP
                DISPLAY (07, 20) EM-DATA-PREV
                GO TO DEV-001.
      *
      *****************************************
      * NOVO EMPRESTIMO                        *
      *****************************************
      *
       INC-001.
                IF STATUS-REG NOT = "A"
                   MOVE "*** AMIGO EXCLUIDO - SEM NOVO EMPRESTIMO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMP-001.
                MOVE W-DATA-HOJE TO W-DATA-EMP.
       INC-002.
                ACCEPT (06, 20) W-DATA-EMP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO EMP-003.
                MOVE W-DATA-EMP TO W-DATA-AUX
                PERFORM VER-DATA THRU VER-DATA-FIM
                IF W-SEL = 9
                   MOVE 0 TO W-SEL
                   GO TO INC-002.
                IF W-DATA-EMP > W-DATA-HOJE
                   MOVE "*** DATA NAO PODE SER FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (07, 20) W-DATA-PREV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE W-DATA-PREV TO W-DATA-AUX
                PERFORM VER-DATA THRU VER-DATA-FIM
                IF W-SEL = 9
                   MOVE 0 TO W-SEL
                   GO TO INC-003.
                IF W-DATA-PREV < W-DATA-EMP
                   MOVE "*** PREVISAO ANTERIOR AO EMPRESTIMO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMP-001.
       INC-WR1.
                MOVE W-APELIDO   TO EM-APELIDO
                MOVE W-ITEM      TO EM-ITEM
                MOVE W-DATA-EMP  TO EM-DATA-EMP
                MOVE W-DATA-PREV TO EM-DATA-PREV
                MOVE ZEROS       TO EM-DATA-DEV
                WRITE REGEMPRES
                IF ST-ERRO = "22"
                   MOVE "* ITEM JA EMPRESTADO A ESTE AMIGO NESTA DATA *"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMP-001.
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEMPRES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "EMPRESTOU " TO WN-ACAO
                MOVE W-DATA-EMP   TO W-DATA-CTT
                PERFORM CTT-GRAVA THRU CTT-GRAVA-FIM
                MOVE "*** EMPRESTIMO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMP-001.
      *
      *****************************************
      * DEVOLUCAO DO EMPRESTIMO ABERTO         *
      *****************************************
      *
       DEV-001.
                MOVE "*** ITEM EMPRESTADO - INFORME A DEVOLUCAO ***"
                                                            TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-DATA-HOJE TO W-DATA-DEV.
       DEV-002.
                ACCEPT (08, 20) W-DATA-DEV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO EMP-001.
                MOVE W-DATA-DEV TO W-DATA-AUX
                PERFORM VER-DATA THRU VER-DATA-FIM
                IF W-SEL = 9
                   MOVE 1 TO W-SEL
                   GO TO DEV-002.
                IF W-DATA-DEV > W-DATA-HOJE OR
                   W-DATA-DEV < EM-DATA-EMP
                   MOVE "*** DATA DE DEVOLUCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-002.
       DEV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DEVOLVIDO (S/N) : ".
                ACCEPT (23, 58) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO DEV-002.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DEVOLUCAO NAO REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMP-001.
       DEV-RW1.
                MOVE W-DATA-DEV TO EM-DATA-DEV
                REWRITE REGEMPRES
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEMPRES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "DEVOLVEU  " TO WN-ACAO
                MOVE W-DATA-DEV   TO W-DATA-CTT
                PERFORM CTT-GRAVA THRU CTT-GRAVA-FIM
                MOVE "*** DEVOLUCAO REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMP-001.
      *
      *****************************************
      * ANOTACAO NO CADCONTATO DO AMIGO        *
      * B=EMPRESTIMO  R=DEVOLUCAO              *
      *****************************************
      *
       CTT-GRAVA.
                MOVE W-ITEM TO WN-ITEM
                MOVE ZEROS TO W-SEQ
                MOVE W-APELIDO  TO CT-APELIDO
                MOVE W-DATA-CTT TO CT-DATA
                MOVE ZEROS TO CT-SEQ
                START CADCONTATO KEY IS NOT LESS THAN CT-CHAVE
                IF ST-ERRO-CTT NOT = "00"
                   MOVE "00" TO ST-ERRO-CTT
                   GO TO CTT-WR.
       CTT-ULTSEQ-LER.
                READ CADCONTATO NEXT RECORD
                IF ST-ERRO-CTT NOT = "00"
                   MOVE "00" TO ST-ERRO-CTT
                   GO TO CTT-WR.
                IF CT-APELIDO = W-APELIDO AND CT-DATA = W-DATA-CTT
                   MOVE CT-SEQ TO W-SEQ
                   GO TO CTT-ULTSEQ-LER.
       CTT-WR.
                MOVE W-APELIDO  TO CT-APELIDO
                MOVE W-DATA-CTT TO CT-DATA
                COMPUTE CT-SEQ = W-SEQ + 1
                IF WN-ACAO = "EMPRESTOU "
                   MOVE "B" TO CT-TIPO
                ELSE
                   MOVE "R" TO CT-TIPO.
                MOVE W-NOTA-EMP TO CT-NOTA
                WRITE REGCONTATO
                IF ST-ERRO-CTT NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO CADCONTATO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CTT-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * HISTORICO DO AMIGO (F5)                *
      *****************************************
      *
       HAM-001.
                MOVE "A" TO W-HIST
                MOVE ZEROS TO W-TOT-EMP W-TOT-ABE W-TOT-ATR
                PERFORM HIS-CAB THRU HIS-CAB-FIM
                MOVE W-APELIDO TO EM-APELIDO
                MOVE SPACES    TO EM-ITEM
                MOVE ZEROS     TO EM-DATA-EMP
                START CADEMPRES KEY IS NOT LESS THAN EM-CHAVE
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO HIS-FIM.
       HAM-LER.
                READ CADEMPRES NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO HIS-FIM.
                IF EM-APELIDO NOT = W-APELIDO
                   GO TO HIS-FIM.
                PERFORM HIS-LINHA THRU HIS-LINHA-FIM
                GO TO HAM-LER.
      *
      *****************************************
      * HISTORICO DO ITEM (F6)                 *
      *****************************************
      *
       HIT-001.
                MOVE SPACES TO W-ITEM
                DISPLAY (05, 20) W-ITEM
                ACCEPT  (05, 20) W-ITEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO EMP-001.
                IF W-ITEM = SPACES
                   MOVE "*** INFORME O ITEM ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HIT-001.
                MOVE "I" TO W-HIST
                MOVE ZEROS TO W-TOT-EMP W-TOT-ABE W-TOT-ATR
                PERFORM HIS-CAB THRU HIS-CAB-FIM
                MOVE W-ITEM TO EM-ITEM
                START CADEMPRES KEY IS EQUAL EM-ITEM
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO HIS-FIM.
       HIT-LER.
                READ CADEMPRES NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO HIS-FIM.
                IF EM-ITEM NOT = W-ITEM
                   GO TO HIS-FIM.
                PERFORM HIS-LINHA THRU HIS-LINHA-FIM
                GO TO HIT-LER.
      *
       HIS-CAB.
                DISPLAY (01, 01) ERASE
                IF W-HIST = "A"
                   DISPLAY (01, 10) "HISTORICO DE EMPRESTIMOS DO AMIGO"
                   DISPLAY (01, 45) W-APELIDO
                   DISPLAY (02, 01)
                     "ITEM                           EMPREST. DEVOLVER"
                ELSE
                   DISPLAY (01, 10) "HISTORICO DE EMPRESTIMOS DO ITEM"
                   DISPLAY (01, 44) W-ITEM
                   DISPLAY (02, 01)
                     "APELIDO                        EMPREST. DEVOLVER".
                DISPLAY (02, 50) "DEVOLVIDO SITUACAO"
                MOVE 03 TO W-LINHA.
       HIS-CAB-FIM.
                EXIT.
      *
       HIS-LINHA.
                IF W-LINHA > 20
                   DISPLAY (22, 01) "APERTE ENTER PARA CONTINUAR...."
                   ACCEPT  (22, 35) W-OPCAO
                   PERFORM HIS-CAB THRU HIS-CAB-FIM.
                ADD 1 TO W-TOT-EMP
                IF W-HIST = "A"
                   DISPLAY (W-LINHA, 01) EM-ITEM
                ELSE
                   DISPLAY (W-LINHA, 01) EM-APELIDO.
                DISPLAY (W-LINHA, 32) EM-DATA-EMP
                DISPLAY (W-LINHA, 41) EM-DATA-PREV
                IF EM-DATA-DEV NOT = ZEROS
                   DISPLAY (W-LINHA, 50) EM-DATA-DEV
                   IF EM-DATA-DEV > EM-DATA-PREV
                      ADD 1 TO W-TOT-ATR
                      DISPLAY (W-LINHA, 60) "COM ATRASO"
                   ELSE
                      DISPLAY (W-LINHA, 60) "NO PRAZO"
                ELSE
                   ADD 1 TO W-TOT-ABE
                   IF EM-DATA-PREV < W-DATA-HOJE
                      ADD 1 TO W-TOT-ATR
                      DISPLAY (W-LINHA, 60) "ATRASADO"
                   ELSE
                      DISPLAY (W-LINHA, 60) "EMPRESTADO".
                ADD 1 TO W-LINHA.
       HIS-LINHA-FIM.
                EXIT.
      *
       HIS-FIM.
                IF W-TOT-EMP = ZEROS
                   DISPLAY (04, 01)
                     "*** NENHUM EMPRESTIMO ENCONTRADO ***".
                DISPLAY (22, 01) "EMPRESTIMOS:       EM ABERTO:"
                DISPLAY (22, 14) W-TOT-EMP
                DISPLAY (22, 31) W-TOT-ABE
                DISPLAY (22, 37) "COM ATRASO:"
                DISPLAY (22, 49) W-TOT-ATR
                DISPLAY (23, 01) "APERTE ENTER PARA CONTINUAR...."
                ACCEPT  (23, 35) W-OPCAO
                GO TO EMP-001.
      *
      *****************************************
      * RELATORIO DE ATRASADOS (F4): ABERTOS   *
      * COM PREVISAO VENCIDA, DO MAIOR ATRASO  *
      * PARA O MENOR, COM TELEFONES E E-MAIL   *
      *****************************************
      *
       ATR-001.
                MOVE ZEROS TO TA-TOTAL
                MOVE LOW-VALUES TO EM-CHAVE
                START CADEMPRES KEY IS NOT LESS THAN EM-CHAVE
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO ATR-ORDENA.
       ATR-LER.
                READ CADEMPRES NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO ATR-ORDENA.
                IF EM-DATA-DEV NOT = ZEROS OR
                   EM-DATA-PREV NOT < W-DATA-HOJE
                   GO TO ATR-LER.
                IF TA-TOTAL >= 300
                   MOVE "*** TABELA DE ATRASADOS CHEIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATR-ORDENA.
                MOVE EM-DATA-PREV TO W-DATA-AUX
                PERFORM DIAS-ABS THRU DIAS-ABS-FIM
                ADD 1 TO TA-TOTAL
                COMPUTE TA-DIAS(TA-TOTAL) = W-DIAS-HOJE - W-DIAS-ABS
                MOVE EM-APELIDO   TO TA-APELIDO(TA-TOTAL)
                MOVE EM-ITEM      TO TA-ITEM(TA-TOTAL)
                MOVE EM-DATA-PREV TO TA-PREV(TA-TOTAL)
                GO TO ATR-LER.
      *
       ATR-ORDENA.
                IF TA-TOTAL < 2
                   GO TO ATR-IMP.
                MOVE 1 TO W-TROCOU.
       ATR-ORD-PASSO.
                IF W-TROCOU = ZEROS
                   GO TO ATR-IMP.
                MOVE ZEROS TO W-TROCOU
                MOVE 1 TO TA-IX.
       ATR-ORD-PAR.
                COMPUTE TA-IY = TA-IX + 1
                IF TA-IY > TA-TOTAL
                   GO TO ATR-ORD-PASSO.
                IF TA-DIAS(TA-IX) < TA-DIAS(TA-IY)
                   MOVE TA-ENT(TA-IX) TO TA-ENT-AUX
                   MOVE TA-ENT(TA-IY) TO TA-ENT(TA-IX)
                   MOVE TA-ENT-AUX    TO TA-ENT(TA-IY)
                   MOVE 1 TO W-TROCOU.
                ADD 1 TO TA-IX
                GO TO ATR-ORD-PAR.
      *
       ATR-IMP.
                OPEN OUTPUT RELATRASO
                IF ST-ERRO-REL NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO EMPATRAS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMP-001.
                MOVE W-DATA-HOJE TO W-DATA-AUX
                MOVE W-AUX-DIA TO LC-DIA
                MOVE W-AUX-MES TO LC-MES
                MOVE W-AUX-ANO TO LC-ANO
                MOVE LINCAB0 TO LINATRASO
                WRITE LINATRASO
                MOVE LINBRANCO TO LINATRASO
                WRITE LINATRASO
                MOVE LINCAB1 TO LINATRASO
                WRITE LINATRASO
                MOVE ZEROS TO TA-IX.
       ATR-IMP-1.
                ADD 1 TO TA-IX
                IF TA-IX > TA-TOTAL
                   GO TO ATR-FIM.
                MOVE TA-APELIDO(TA-IX) TO APELIDO
                READ ARQAMIGO
                IF ST-ERRO-AMG NOT = "00"
                   MOVE "00" TO ST-ERRO-AMG
                   MOVE "*** NAO CADASTRADO ***" TO NOME
                   MOVE SPACES TO EMAIL
                   MOVE ZEROS TO DDDCEL NUMCEL DDDRES NUMRES.
                MOVE TA-DIAS(TA-IX)    TO LD-DIAS
                MOVE TA-APELIDO(TA-IX) TO LD-APELIDO
                MOVE NOME              TO LD-NOME
                MOVE TA-ITEM(TA-IX)    TO LD-ITEM
                MOVE TA-PREV(TA-IX)    TO W-DATA-AUX
                MOVE W-AUX-DIA TO LD-DIA
                MOVE W-AUX-MES TO LD-MES
                MOVE W-AUX-ANO TO LD-ANO
                MOVE LINDET1 TO LINATRASO
                WRITE LINATRASO
                MOVE DDDCEL TO LD-DDDCEL
                MOVE NUMCEL TO LD-NUMCEL
                MOVE DDDRES TO LD-DDDRES
                MOVE NUMRES TO LD-NUMRES
                MOVE EMAIL  TO LD-EMAIL
                MOVE LINDET2 TO LINATRASO
                WRITE LINATRASO
                GO TO ATR-IMP-1.
      *
       ATR-FIM.
                MOVE LINBRANCO TO LINATRASO
                WRITE LINATRASO
                MOVE TA-TOTAL TO LT-TOTAL
                MOVE LINTOT TO LINATRASO
                WRITE LINATRASO
                CLOSE RELATRASO
                DISPLAY (10, 01) "EMPRESTIMOS EM ATRASO: "
                DISPLAY (10, 24) TA-TOTAL
                MOVE "*** RELATORIO GRAVADO EM EMPATRAS.DAT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO EMP-001.
      *
      *****************************************
      * CRITICA DE DATA AAAAMMDD EM W-DATA-AUX *
      * (W-SEL = 9 QUANDO INVALIDA)            *
      *****************************************
      *
       VER-DATA.
                IF W-DATA-AUX = ZEROS OR W-AUX-MES < 01 OR
                   W-AUX-MES > 12 OR W-AUX-DIA < 01 OR
                   W-AUX-DIA > 31 OR W-AUX-ANO < 1900
                   MOVE 9 TO W-SEL
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-DATA-FIM.
                EXIT.
      *
      *****************************************
      * NUMERO ABSOLUTO DE DIAS DA DATA EM     *
      * W-DATA-AUX, PARA CONTAR DIAS DE ATRASO *
      *****************************************
      *
       DIAS-ABS.
                COMPUTE W-ANO-ANT = W-AUX-ANO - 1
                COMPUTE W-DIAS-ABS = W-ANO-ANT * 365 +
                        TM-ACUM(W-AUX-MES) + W-AUX-DIA
                DIVIDE W-ANO-ANT BY 4 GIVING W-QUOC
                ADD W-QUOC TO W-DIAS-ABS
                DIVIDE W-ANO-ANT BY 100 GIVING W-QUOC
                SUBTRACT W-QUOC FROM W-DIAS-ABS
                DIVIDE W-ANO-ANT BY 400 GIVING W-QUOC
                ADD W-QUOC TO W-DIAS-ABS
                IF W-AUX-MES < 03
                   GO TO DIAS-ABS-FIM.
                DIVIDE W-AUX-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
                IF W-RESTO NOT = ZEROS
                   GO TO DIAS-ABS-FIM.
                DIVIDE W-AUX-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO
                IF W-RESTO NOT = ZEROS
                   ADD 1 TO W-DIAS-ABS
                   GO TO DIAS-ABS-FIM.
                DIVIDE W-AUX-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO
                IF W-RESTO = ZEROS
                   ADD 1 TO W-DIAS-ABS.
       DIAS-ABS-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADEMPRES CADCONTATO ARQAMIGO
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
