       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCADVIN INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * VINCULOS ENTRE AMIGOS: CONJUGE,    *
      * FILHO, PAI/MAE, IRMAO, COLEGA E    *
      * QUEM APRESENTOU QUEM, COM DATA DE  *
      * INICIO, E RELATORIO DA REDE DE UM  *
      * AMIGO ATE O SEGUNDO NIVEL          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VI-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD IS VI-APELIDO-REL WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT ARQAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO-AMG.
      *
      *-----------------------------------------------------------------
           SELECT RELREDE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQVINC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQVINC.DAT".
       01 REGVINC.
                03 VI-CHAVE.
                    05 VI-APELIDO      PIC X(12).
                    05 VI-APELIDO-REL  PIC X(12).
                03 VI-TIPO         PIC X(01).
                03 VI-DESDE        PIC 9(08).
                03 VI-DATA-INC     PIC 9(08).

       FD ARQAMIGO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQAMIGO.DAT".
       01 REGAMIGO.
                03 APELIDO         PIC X(12).
                03 NOME            PIC X(35).
                03 FILLER          PIC X(93).
                03 STATUS-REG      PIC X(01).
                03 FILLER          PIC X(55).

       FD RELREDE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "REDEAMIG.DAT".
       01 LINREDE             PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-AMG  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-DIR        PIC 9(01) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-APELIDO    PIC X(12) VALUE SPACES.
       77 W-APELIDO-REL PIC X(12) VALUE SPACES.
       77 W-ORIGEM     PIC X(12) VALUE SPACES.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-DESDE      PIC 9(08) VALUE ZEROS.
       77 W-DESC       PIC X(18) VALUE SPACES.
       77 W-INV        PIC X(01) VALUE SPACES.
       77 IND1         PIC 9(02) VALUE ZEROS.
       77 LG-TOTAL     PIC 9(03) VALUE ZEROS.
       77 LG-IX        PIC 9(03) VALUE ZEROS.
       77 N1-TOTAL     PIC 9(03) VALUE ZEROS.
       77 N1-IX        PIC 9(03) VALUE ZEROS.
       77 VS-TOTAL     PIC 9(03) VALUE ZEROS.
       77 VS-IX        PIC 9(03) VALUE ZEROS.
       77 W-ACHOU      PIC 9(01) VALUE ZEROS.
       77 W-TOT-N2     PIC 9(04) VALUE ZEROS.

       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUX    PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUX-R REDEFINES W-DATA-AUX.
           03 W-AUX-ANO       PIC 9(04).
           03 W-AUX-MES       PIC 9(02).
           03 W-AUX-DIA       PIC 9(02).
      *
      *    TIPO GRAVADO: "O VINCULADO E O <TIPO> DO APELIDO".
      *    VISTO PELO OUTRO LADO, O TIPO E TROCADO PELO INVERSO.
       01 TABVINC1.
          03 FILLER  PIC X(08) VALUE "CFPITANO".
       01 TVI1 REDEFINES TABVINC1.
          03 TV-COD  PIC X(01) OCCURS 08 TIMES.
       01 TABVINC2.
          03 FILLER  PIC X(08) VALUE "CPFITNAO".
       01 TVI2 REDEFINES TABVINC2.
          03 TV-INV  PIC X(01) OCCURS 08 TIMES.
       01 TABVINC3.
          03 FILLER  PIC X(18) VALUE "CONJUGE".
          03 FILLER  PIC X(18) VALUE "FILHO(A)".
          03 FILLER  PIC X(18) VALUE "PAI/MAE".
          03 FILLER  PIC X(18) VALUE "IRMAO(A)".
          03 FILLER  PIC X(18) VALUE "COLEGA DE TRABALHO".
          03 FILLER  PIC X(18) VALUE "QUEM APRESENTOU".
          03 FILLER  PIC X(18) VALUE "APRESENTADO(A)".
          03 FILLER  PIC X(18) VALUE "OUTRO".
       01 TVI3 REDEFINES TABVINC3.
          03 TV-DESC PIC X(18) OCCURS 08 TIMES.
      *
      *    LIGACOES DE UM AMIGO, JA NA OTICA DELE
       01 TABLIG.
           03 LG-ENT OCCURS 50 TIMES.
              05 LG-APELIDO PIC X(12).
              05 LG-TIPO    PIC X(01).
              05 LG-DESDE   PIC 9(08).
      *
      *    PRIMEIRO NIVEL DA REDE E AMIGOS JA IMPRESSOS
       01 TABN1.
           03 N1-ENT OCCURS 50 TIMES.
              05 N1-APELIDO PIC X(12).
              05 N1-TIPO    PIC X(01).
              05 N1-DESDE   PIC 9(08).
       01 TABVIS.
           03 VS-APELIDO    PIC X(12) OCCURS 300 TIMES.

       01 LINCAB0.
           03 FILLER          PIC X(28)
              VALUE "REDE DE RELACIONAMENTOS DE ".
           03 LC-APELIDO      PIC X(12).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LC-NOME         PIC X(35).
       01 LINCAB1.
           03 FILLER          PIC X(48)
              VALUE "N   APELIDO      NOME".
           03 FILLER          PIC X(19) VALUE "RELACAO".
           03 FILLER          PIC X(05) VALUE "DESDE".
       01 LINCAB2.
           03 FILLER          PIC X(48)
              VALUE "    (NIVEL 2: RELACAO COM O AMIGO DO NIVEL 1)".
       01 LINDET.
           03 LD-NIVEL        PIC 9(01).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-RECUO        PIC X(02) VALUE SPACES.
           03 LD-APELIDO      PIC X(12).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-NOME         PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-RELACAO      PIC X(18).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
       01 LINTOT.
           03 FILLER          PIC X(09) VALUE "NIVEL 1: ".
           03 LT-N1           PIC ZZ9.
           03 FILLER          PIC X(12) VALUE "   NIVEL 2: ".
           03 LT-N2           PIC ZZZ9.
       01 LINBRANCO           PIC X(80) VALUE SPACES.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       VIN-OP0.
           OPEN I-O ARQVINC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ARQVINC
                      CLOSE ARQVINC
                      MOVE "* ARQUIVO ARQVINC SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO VIN-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ARQVINC"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       VIN-OP1.
           OPEN INPUT ARQAMIGO
           IF ST-ERRO-AMG NOT = "00"
               MOVE "ARQUIVO ARQAMIGO NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQVINC
               GO TO ROT-FIMP.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.

       VIN-001.
                MOVE ZEROS TO W-SEL W-DIR
                MOVE SPACES TO W-APELIDO-REL W-TIPO
                MOVE ZEROS TO W-DESDE
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "VINCULOS ENTRE AMIGOS"
                DISPLAY (02, 01)
                  "F5=RELATORIO DA REDE (NO CAMPO VINCULADO)"
                DISPLAY (04, 01) "APELIDO          : "
                DISPLAY (05, 01) "VINCULADO        : "
                DISPLAY (06, 01) "TIPO             : "
                DISPLAY (07, 01) "DESDE (AAAAMMDD) : "
                DISPLAY (08, 01)
                  "C=CONJUGE F=FILHO(A) P=PAI/MAE I=IRMAO(A) T=COLEGA"
                DISPLAY (09, 01)
                  "A=QUEM APRESENTOU N=APRESENTADO(A) O=OUTRO"
                IF W-APELIDO NOT = SPACES
                   DISPLAY (04, 20) W-APELIDO
                   GO TO VIN-002A.
       VIN-002.
                ACCEPT (04, 20) W-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-APELIDO = SPACES
                   MOVE "*** APELIDO NAO PODE SER BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-002.
       VIN-002A.
                MOVE W-APELIDO TO APELIDO
                READ ARQAMIGO
                IF ST-ERRO-AMG NOT = "00"
                   MOVE "00" TO ST-ERRO-AMG
                   MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO W-APELIDO
                   GO TO VIN-002.
                IF STATUS-REG NOT = "A"
                   MOVE "*** AMIGO EXCLUIDO DO CADASTRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO W-APELIDO
                   GO TO VIN-002.
                DISPLAY (04, 34) NOME
                PERFORM VIN-LISTA THRU VIN-LISTA-FIM.
       VIN-003.
                MOVE SPACES TO W-APELIDO-REL
                DISPLAY (05, 34) LIMPA
                ACCEPT (05, 20) W-APELIDO-REL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE SPACES TO W-APELIDO
                   GO TO VIN-001.
                IF W-ACT = 05
                   GO TO REL-001.
                IF W-APELIDO-REL = SPACES
                   MOVE "*** VINCULADO NAO PODE SER BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-003.
                IF W-APELIDO-REL = W-APELIDO
                   MOVE "*** AMIGO NAO SE VINCULA A SI MESMO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-003.
                MOVE W-APELIDO-REL TO APELIDO
                READ ARQAMIGO
                IF ST-ERRO-AMG NOT = "00"
                   MOVE "00" TO ST-ERRO-AMG
                   MOVE "*** VINCULADO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-003.
                IF STATUS-REG NOT = "A"
                   MOVE "*** VINCULADO EXCLUIDO DO CADASTRO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-003.
                DISPLAY (05, 34) NOME.
      *
      *    O VINCULO PODE TER SIDO GRAVADO A PARTIR DE QUALQUER
      *    UM DOS DOIS AMIGOS (W-DIR 1 = DIRETO, 2 = INVERSO)
       LER-VINC01.
                MOVE ZEROS TO W-SEL W-DIR
                MOVE SPACES TO W-TIPO
                MOVE ZEROS TO W-DESDE
                MOVE W-APELIDO     TO VI-APELIDO
                MOVE W-APELIDO-REL TO VI-APELIDO-REL
                READ ARQVINC
                IF ST-ERRO = "00"
                   MOVE 1 TO W-SEL W-DIR
                   MOVE VI-TIPO  TO W-TIPO
                   MOVE VI-DESDE TO W-DESDE
                   GO TO LER-VINC02.
                MOVE W-APELIDO-REL TO VI-APELIDO
                MOVE W-APELIDO     TO VI-APELIDO-REL
                READ ARQVINC
                IF ST-ERRO = "00"
                   MOVE 1 TO W-SEL
                   MOVE 2 TO W-DIR
                   MOVE VI-TIPO TO W-TIPO
                   PERFORM VIN-TIPO THRU VIN-TIPO-FIM
                   MOVE W-INV    TO W-TIPO
                   MOVE VI-DESDE TO W-DESDE
                   GO TO LER-VINC02.
                IF ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO ARQVINC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO VIN-004.
       LER-VINC02.
                PERFORM VIN-TIPO THRU VIN-TIPO-FIM
                DISPLAY (06, 20) W-TIPO
                DISPLAY (06, 23) W-DESC
                DISPLAY (07, 20) W-DESDE.
       VIN-ACE.
                DISPLAY (23, 12)
                     "F4=EXCLUIR VINCULO  ENTER=ALTERAR  ESC=VOLTAR"
                ACCEPT (23, 60) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO VIN-LIMPA-TELA.
                IF W-ACT = 04
                   GO TO EXC-OPC.
       VIN-004.
                ACCEPT (06, 20) W-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO VIN-LIMPA-TELA.
                PERFORM VIN-TIPO THRU VIN-TIPO-FIM
                IF IND1 = ZEROS
                   MOVE "*** TIPO DE VINCULO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-004.
                DISPLAY (06, 23) W-DESC.
       VIN-005.
                ACCEPT (07, 20) W-DESDE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VIN-004.
                MOVE W-DESDE TO W-DATA-AUX
                IF W-DESDE = ZEROS OR W-AUX-MES < 01 OR
                   W-AUX-MES > 12 OR W-AUX-DIA < 01 OR
                   W-AUX-DIA > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-005.
                IF W-DESDE > W-DATA-HOJE
                   MOVE "*** DATA NAO PODE SER FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-005.
       VIN-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VIN-005.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-LIMPA-TELA.
      *
      *    VINCULO GRAVADO PELO OUTRO LADO E REGRAVADO NA OTICA
      *    DO APELIDO INFORMADO, COM O TIPO DIGITADO
       VIN-WR1.
                IF W-DIR = 2
                   MOVE W-APELIDO-REL TO VI-APELIDO
                   MOVE W-APELIDO     TO VI-APELIDO-REL
                   DELETE ARQVINC RECORD
                   MOVE ZEROS TO W-SEL.
                MOVE W-APELIDO     TO VI-APELIDO
                MOVE W-APELIDO-REL TO VI-APELIDO-REL
                MOVE W-TIPO        TO VI-TIPO
                MOVE W-DESDE       TO VI-DESDE
                IF W-SEL = 1
                   REWRITE REGVINC
                ELSE
                   MOVE W-DATA-HOJE TO VI-DATA-INC
                   WRITE REGVINC.
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** VINCULO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQVINC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** VINCULO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-LIMPA-TELA.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                IF W-DIR = 1
                   MOVE W-APELIDO     TO VI-APELIDO
                   MOVE W-APELIDO-REL TO VI-APELIDO-REL
                ELSE
                   MOVE W-APELIDO-REL TO VI-APELIDO
                   MOVE W-APELIDO     TO VI-APELIDO-REL.
                DELETE ARQVINC RECORD
                IF ST-ERRO = "00"
                   MOVE "*** VINCULO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-001.
                MOVE "ERRO NA EXCLUSAO DO VINCULO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       VIN-LIMPA-TELA.
                DISPLAY (23, 40) LIMPA
                GO TO VIN-001.
      *
      *****************************************
      * TIPO DE VINCULO: POSICAO NA TABELA,    *
      * DESCRICAO E TIPO INVERSO               *
      *****************************************
      *
       VIN-TIPO.
                MOVE 1 TO IND1
                MOVE SPACES TO W-DESC W-INV.
       VIN-TIPO-1.
                IF TV-COD(IND1) = W-TIPO
                   MOVE TV-DESC(IND1) TO W-DESC
                   MOVE TV-INV(IND1)  TO W-INV
                   GO TO VIN-TIPO-FIM.
                IF IND1 < 8
                   ADD 1 TO IND1
                   GO TO VIN-TIPO-1.
                MOVE ZEROS TO IND1
                MOVE "OUTRO" TO W-DESC
                MOVE W-TIPO TO W-INV.
       VIN-TIPO-FIM.
                EXIT.
      *
      *****************************************
      * VINCULOS JA GRAVADOS DO APELIDO        *
      *****************************************
      *
       VIN-LISTA.
                DISPLAY (10, 01)
                  "VINCULADO    RELACAO            DESDE"
                MOVE 11 TO W-LINHA.
       VIN-LISTA-LIMPA.
                DISPLAY (W-LINHA, 01) LIMPA
                ADD 1 TO W-LINHA
                IF W-LINHA < 22
                   GO TO VIN-LISTA-LIMPA.
                MOVE W-APELIDO TO W-ORIGEM
                PERFORM COL-LIGA THRU COL-LIGA-FIM
                MOVE 11 TO W-LINHA
                MOVE 1 TO LG-IX.
       VIN-LISTA-1.
                IF LG-IX > LG-TOTAL
                   GO TO VIN-LISTA-FIM.
                IF W-LINHA > 21
                   DISPLAY (22, 01) "*** MAIS VINCULOS ***"
                   GO TO VIN-LISTA-FIM.
                MOVE LG-TIPO(LG-IX) TO W-TIPO
                PERFORM VIN-TIPO THRU VIN-TIPO-FIM
                DISPLAY (W-LINHA, 01) LG-APELIDO(LG-IX)
                DISPLAY (W-LINHA, 14) W-DESC
                DISPLAY (W-LINHA, 33) LG-DESDE(LG-IX)
                ADD 1 TO W-LINHA
                ADD 1 TO LG-IX
                GO TO VIN-LISTA-1.
       VIN-LISTA-FIM.
                EXIT.
      *
      *****************************************
      * LIGACOES DE W-ORIGEM NOS DOIS SENTIDOS *
      * (CHAVE PRIMARIA E CHAVE ALTERNADA),    *
      * COM O TIPO JA NA OTICA DE W-ORIGEM     *
      *****************************************
      *
       COL-LIGA.
                MOVE ZEROS TO LG-TOTAL
                MOVE W-ORIGEM TO VI-APELIDO
                MOVE SPACES TO VI-APELIDO-REL
                START ARQVINC KEY IS NOT LESS THAN VI-CHAVE
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO COL-LIGA-INV.
       COL-LIGA-LER.
                READ ARQVINC NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO COL-LIGA-INV.
                IF VI-APELIDO NOT = W-ORIGEM
                   GO TO COL-LIGA-INV.
                IF LG-TOTAL < 50
                   ADD 1 TO LG-TOTAL
                   MOVE VI-APELIDO-REL TO LG-APELIDO(LG-TOTAL)
                   MOVE VI-TIPO        TO LG-TIPO(LG-TOTAL)
                   MOVE VI-DESDE       TO LG-DESDE(LG-TOTAL).
                GO TO COL-LIGA-LER.
       COL-LIGA-INV.
                MOVE W-ORIGEM TO VI-APELIDO-REL
                START ARQVINC KEY IS EQUAL VI-APELIDO-REL
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO COL-LIGA-FIM.
       COL-LIGA-INV-LER.
                READ ARQVINC NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO COL-LIGA-FIM.
                IF VI-APELIDO-REL NOT = W-ORIGEM
                   GO TO COL-LIGA-FIM.
                IF LG-TOTAL < 50
                   MOVE VI-TIPO TO W-TIPO
                   PERFORM VIN-TIPO THRU VIN-TIPO-FIM
                   ADD 1 TO LG-TOTAL
                   MOVE VI-APELIDO     TO LG-APELIDO(LG-TOTAL)
                   MOVE W-INV          TO LG-TIPO(LG-TOTAL)
                   MOVE VI-DESDE       TO LG-DESDE(LG-TOTAL).
                GO TO COL-LIGA-INV-LER.
       COL-LIGA-FIM.
                EXIT.
      *
      *****************************************
      * RELATORIO DA REDE DO APELIDO:          *
      * NIVEL 1 = VINCULOS DIRETOS             *
      * NIVEL 2 = VINCULOS DE CADA AMIGO DO    *
      * NIVEL 1, SEM REPETIR QUEM JA SAIU      *
      *****************************************
      *
       REL-001.
                OPEN OUTPUT RELREDE
                IF ST-ERRO-REL NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO REDEAMIG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIN-003.
                MOVE W-APELIDO TO APELIDO
                READ ARQAMIGO
                MOVE W-APELIDO TO LC-APELIDO
                MOVE NOME      TO LC-NOME
                MOVE LINCAB0 TO LINREDE
                WRITE LINREDE
                MOVE LINCAB2 TO LINREDE
                WRITE LINREDE
                MOVE LINBRANCO TO LINREDE
                WRITE LINREDE
                MOVE LINCAB1 TO LINREDE
                WRITE LINREDE
                MOVE ZEROS TO W-TOT-N2
                MOVE W-APELIDO TO W-ORIGEM
                PERFORM COL-LIGA THRU COL-LIGA-FIM
                MOVE LG-TOTAL TO N1-TOTAL
                MOVE 1 TO VS-TOTAL
                MOVE W-APELIDO TO VS-APELIDO(1)
                MOVE ZEROS TO N1-IX.
       REL-N1-COPIA.
                ADD 1 TO N1-IX
                IF N1-IX > N1-TOTAL
                   GO TO REL-N1.
                MOVE LG-ENT(N1-IX) TO N1-ENT(N1-IX)
                ADD 1 TO VS-TOTAL
                MOVE LG-APELIDO(N1-IX) TO VS-APELIDO(VS-TOTAL)
                GO TO REL-N1-COPIA.
       REL-N1.
                MOVE ZEROS TO N1-IX.
       REL-N1-1.
                ADD 1 TO N1-IX
                IF N1-IX > N1-TOTAL
                   GO TO REL-FIM.
                MOVE 1 TO LD-NIVEL
                MOVE SPACES TO LD-RECUO
                MOVE N1-APELIDO(N1-IX) TO LD-APELIDO W-ORIGEM
                MOVE N1-TIPO(N1-IX)    TO W-TIPO
                MOVE N1-DESDE(N1-IX)   TO W-DESDE
                PERFORM REL-DET THRU REL-DET-FIM
                PERFORM COL-LIGA THRU COL-LIGA-FIM
                MOVE ZEROS TO LG-IX.
       REL-N2.
                ADD 1 TO LG-IX
                IF LG-IX > LG-TOTAL
                   GO TO REL-N1-1.
                PERFORM REL-VISTO THRU REL-VISTO-FIM
                IF W-ACHOU = 1
                   GO TO REL-N2.
                IF VS-TOTAL < 300
                   ADD 1 TO VS-TOTAL
                   MOVE LG-APELIDO(LG-IX) TO VS-APELIDO(VS-TOTAL).
                MOVE 2 TO LD-NIVEL
                MOVE "  " TO LD-RECUO
                MOVE LG-APELIDO(LG-IX) TO LD-APELIDO
                MOVE LG-TIPO(LG-IX)    TO W-TIPO
                MOVE LG-DESDE(LG-IX)   TO W-DESDE
                PERFORM REL-DET THRU REL-DET-FIM
                ADD 1 TO W-TOT-N2
                GO TO REL-N2.
      *
       REL-DET.
                MOVE LD-APELIDO TO APELIDO
                READ ARQAMIGO
                IF ST-ERRO-AMG = "00"
                   MOVE NOME TO LD-NOME
                ELSE
                   MOVE "00" TO ST-ERRO-AMG
                   MOVE "*** NAO CADASTRADO ***" TO LD-NOME.
                PERFORM VIN-TIPO THRU VIN-TIPO-FIM
                MOVE W-DESC TO LD-RELACAO
                MOVE W-DESDE TO W-DATA-AUX
                MOVE W-AUX-DIA TO LD-DIA
                MOVE W-AUX-MES TO LD-MES
                MOVE W-AUX-ANO TO LD-ANO
                MOVE LINDET TO LINREDE
                WRITE LINREDE.
       REL-DET-FIM.
                EXIT.
      *
       REL-VISTO.
                MOVE ZEROS TO W-ACHOU
                MOVE ZEROS TO VS-IX.
       REL-VISTO-1.
                ADD 1 TO VS-IX
                IF VS-IX > VS-TOTAL
                   GO TO REL-VISTO-FIM.
                IF VS-APELIDO(VS-IX) = LG-APELIDO(LG-IX)
                   MOVE 1 TO W-ACHOU
                   GO TO REL-VISTO-FIM.
                GO TO REL-VISTO-1.
       REL-VISTO-FIM.
                EXIT.
      *
       REL-FIM.
                MOVE LINBRANCO TO LINREDE
                WRITE LINREDE
                MOVE N1-TOTAL TO LT-N1
                MOVE W-TOT-N2 TO LT-N2
                MOVE LINTOT TO LINREDE
                WRITE LINREDE
                CLOSE RELREDE
                MOVE SPACES TO W-TIPO
                MOVE "*** REDE GRAVADA EM REDEAMIG.DAT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VIN-003.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQVINC ARQAMIGO
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
