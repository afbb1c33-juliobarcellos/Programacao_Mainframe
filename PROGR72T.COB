       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR72T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * BIBLIOTECA DA ESCOLA: ACERVO,      *
      * EMPRESTIMO E DEVOLUCAO POR RA COM  *
      * PRAZO E LIMITE DE ITENS, RESERVAS, *
      * LISTA DE ATRASOS E MULTA LANCADA   *
      * NA MENSALIDADE (ORIGEM "B")        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACERVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AC-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADEMPREST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EM-CHAVE
                    FILE STATUS  IS ST-ERRO-EMP.
      *
      *-----------------------------------------------------------------
           SELECT CADRESERVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RS-CHAVE
                    FILE STATUS  IS ST-ERRO-RES.
      *
      *-----------------------------------------------------------------
           SELECT CADPARBIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PB-CHAVE
                    FILE STATUS  IS ST-ERRO-PAR.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERRO-ALU.
      *
      *-----------------------------------------------------------------
           SELECT CADMENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO-MEN.
      *
      *-----------------------------------------------------------------
           SELECT CADMULBIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MB-CHAVE
                    FILE STATUS  IS ST-ERRO-MUL.
      *
      *-----------------------------------------------------------------
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *
      *-----------------------------------------------------------------
           SELECT RELBIB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADACERVO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADACERVO.DAT".
       01 REGACERVO.
                03 AC-CODIGO       PIC 9(06).
                03 AC-TITULO       PIC X(40).
                03 AC-AUTOR        PIC X(30).
                03 AC-EXEMPLARES   PIC 9(03).
                03 AC-EMPRESTADOS  PIC 9(03).

       FD CADEMPREST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEMPREST.DAT".
       01 REGEMPREST.
                03 EM-CHAVE.
                    05 EM-RA       PIC 9(06).
                    05 EM-CODIGO   PIC 9(06).
                    05 EM-DATA-EMP PIC 9(08).
                03 EM-DATA-PREV    PIC 9(08).
                03 EM-DATA-DEV     PIC 9(08).
                03 EM-SITUACAO     PIC X(01).
                03 EM-DIAS-ATRASO  PIC 9(03).
                03 EM-MULTA        PIC 9(04)V99.
                03 EM-OPERADOR     PIC X(08).

       FD CADRESERVA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 REGRESERVA.
                03 RS-CHAVE.
                    05 RS-CODIGO   PIC 9(06).
                    05 RS-DATA     PIC 9(08).
                    05 RS-RA       PIC 9(06).
                03 RS-SITUACAO     PIC X(01).

       FD CADPARBIB
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARBIB.DAT".
       01 REGPARBIB.
                03 PB-CHAVE        PIC X(01).
                03 PB-DIAS-EMP     PIC 9(02).
                03 PB-LIMITE       PIC 9(02).
                03 PB-MULTA-DIA    PIC 9(02)V99.

       FD CADALUNO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADALUNO.DAT".
       01 REGALUNO.
                03 RA              PIC 9(06).
                03 NOME-A          PIC X(30).
                03 CPF             PIC 9(11).
                03 RG              PIC X(12).
                03 DATANASCIMENTO.
                    05 DIA         PIC 9(02).
                    05 MES         PIC 9(02).
                    05 ANO         PIC 9(04).
                03 NATURAL         PIC X(20).
                03 NACIONALIDADE   PIC X(20).
                03 ENDERECO.
                    05 LOGRADOURO  PIC X(30).
                    05 NUMERO      PIC 9(05).
                    05 COMPLEMENTO PIC X(20).
                    05 BAIRRO      PIC X(20).
                    05 CIDADE      PIC X(25).
                    05 ESTADO      PIC X(02).
                    05 CEP         PIC 9(08).
                03 EMAIL           PIC X(30).
                03 TELEFONE.
                    05 DDD         PIC 9(02).
                    05 NUMEROT     PIC 9(09).
                03 STATUS-REG-A    PIC X(01).
                03 MOTIVO-EXCL-A   PIC X(30).
                03 RESPONSAVEL.
                    05 NOME-RESP     PIC X(30).
                    05 CPF-RESP      PIC 9(11).
                    05 TELEFONE-RESP.
                       07 DDD-RESP     PIC 9(02).
                       07 NUMEROT-RESP PIC 9(09).

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

      *    PARTE DE MULTA DA BIBLIOTECA EM CADA PARCELA DO
      *    CADMENSAL (MESMA CHAVE), LANCADA PELO PROGR72T
       FD CADMULBIB
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMULBIB.DAT".
       01 REGMULBIB.
                03 MB-CHAVE.
                    05 MB-RA       PIC 9(06).
                    05 MB-ANO      PIC 9(04).
                    05 MB-MES      PIC 9(02).
                03 MB-VALOR        PIC 9(06)V99.
                03 MB-DATA-ULT     PIC 9(08).

       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD JORNAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "JORNAL.DAT".
       01 LINJORNAL.
                03 JR-DATA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-HORA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-ARQUIVO      PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-OPERACAO     PIC X(01).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-IMAGEM       PIC X(413).

       FD RELBIB
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ATRASOS.DAT".
       01 LINRELBIB           PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-EMP  PIC X(02) VALUE "00".
       77 ST-ERRO-RES  PIC X(02) VALUE "00".
       77 ST-ERRO-PAR  PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-MEN  PIC X(02) VALUE "00".
       77 ST-ERRO-MUL  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-JRN  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-EXISTE     PIC 9(01) VALUE ZEROS.
       77 W-RA         PIC 9(06) VALUE ZEROS.
       77 W-CODIGO     PIC 9(06) VALUE ZEROS.
       77 W-EXEMPL     PIC 9(03) VALUE ZEROS.
       77 W-DISPON     PIC 9(03) VALUE ZEROS.
       77 W-QTD-ABERTO PIC 9(03) VALUE ZEROS.
       77 W-QTD-ATRASO PIC 9(03) VALUE ZEROS.
       77 W-MESMO-ITEM PIC 9(01) VALUE ZEROS.
       77 W-QTD-RES    PIC 9(03) VALUE ZEROS.
       77 W-RES-FRENTE PIC 9(03) VALUE ZEROS.
       77 W-TEM-RES    PIC 9(01) VALUE ZEROS.
       77 W-DIAS       PIC 9(03) VALUE ZEROS.
       77 W-CONTA-DIA  PIC 9(02) VALUE ZEROS.
       77 W-MULTA      PIC 9(04)V99 VALUE ZEROS.
       77 W-MULTA-ED   PIC ZZZ9,99.
       77 W-TOT-REG    PIC 9(04) VALUE ZEROS.
       77 W-TOT-MULTA  PIC 9(06)V99 VALUE ZEROS.
       77 W-CURSO-MN   PIC 9(02) VALUE ZEROS.
       77 W-TURMA-MN   PIC X(05) VALUE SPACES.
       77 W-LIM-MES    PIC 9(02) VALUE ZEROS.
       77 ANORESTO     PIC 9(04) VALUE ZEROS.
       77 ANODIV       PIC 9(05) VALUE ZEROS.
       01 W-HOJE.
           03 W-HJ-ANO     PIC 9(04).
           03 W-HJ-MES     PIC 9(02).
           03 W-HJ-DIA     PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-DATA-SER.
           03 W-ANO-SER    PIC 9(04).
           03 W-MES-SER    PIC 9(02).
           03 W-DIA-SER    PIC 9(02).
       01 W-DATA-SER-N REDEFINES W-DATA-SER PIC 9(08).
       01 W-COMP-ATU.
           03 W-CA-ANO     PIC 9(04).
           03 W-CA-MES     PIC 9(02).
       01 W-COMP-ATU-N REDEFINES W-COMP-ATU PIC 9(06).
       01 W-COMP-ULT.
           03 W-CU-ANO     PIC 9(04).
           03 W-CU-MES     PIC 9(02).
       01 W-COMP-ULT-N REDEFINES W-COMP-ULT PIC 9(06).
       01 W-COMP-MN.
           03 W-CM-ANO     PIC 9(04).
           03 W-CM-MES     PIC 9(02).
       01 W-COMP-MN-N REDEFINES W-COMP-MN PIC 9(06).
       01 W-RS-CHAVE.
           03 W-RS-CODIGO  PIC 9(06).
           03 W-RS-DATA    PIC 9(08).
           03 W-RS-RA      PIC 9(06).
       01 TABDIASMES.
           03 FILLER       PIC X(24) VALUE "312831303130313130313031".
       01 TDM REDEFINES TABDIASMES.
           03 T-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.

       01 LINCAB1.
           03 FILLER          PIC X(40)
              VALUE "EMPRESTIMOS EM ATRASO NA BIBLIOTECA EM ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
       01 LINCAB2.
           03 FILLER          PIC X(42)
              VALUE "RA     ALUNO                TITULO        ".
           03 FILLER          PIC X(42)
              VALUE "       DEVOLVER   DIAS MULTA  RESPONSAVEL ".
           03 FILLER          PIC X(30)
              VALUE "          TELEFONE".
       01 LINDET.
           03 LD-RA           PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-NOME         PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-TITULO       PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DIAS         PIC ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-MULTA        PIC ZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-RESP         PIC X(20).
           03 FILLER          PIC X(02) VALUE " (".
           03 LD-DDD          PIC 9(02).
           03 FILLER          PIC X(02) VALUE ") ".
           03 LD-FONE         PIC 9(09).
       01 LINTOT.
           03 FILLER          PIC X(24)
              VALUE "EMPRESTIMOS EM ATRASO: ".
           03 LT-QTD          PIC ZZZ9.
           03 FILLER          PIC X(20)
              VALUE "   MULTAS A LANCAR: ".
           03 LT-MULTA        PIC ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       BIB-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: APROVEITA O OPERADOR
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER.
           IF ST-ERRO-SES = "00"
               MOVE SES-OPER TO W-OPERADOR
               CLOSE OPERSES.
           OPEN I-O CADACERVO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADACERVO
                   CLOSE CADACERVO
                   DISPLAY "* ARQUIVO CADACERVO SENDO CRIADO *"
                   GO TO BIB-OP0
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACERVO"
                   GO TO ROT-FIM.
       BIB-OP1.
           OPEN I-O CADEMPREST
           IF ST-ERRO-EMP NOT = "00"
               IF ST-ERRO-EMP = "30"
                   OPEN OUTPUT CADEMPREST
                   CLOSE CADEMPREST
                   DISPLAY "* ARQUIVO CADEMPREST SENDO CRIADO *"
                   GO TO BIB-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEMPREST"
                   CLOSE CADACERVO
                   GO TO ROT-FIM.
       BIB-OP2.
           OPEN I-O CADRESERVA
           IF ST-ERRO-RES NOT = "00"
               IF ST-ERRO-RES = "30"
                   OPEN OUTPUT CADRESERVA
                   CLOSE CADRESERVA
                   DISPLAY "* ARQUIVO CADRESERVA SENDO CRIADO *"
                   GO TO BIB-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESERVA"
                   CLOSE CADACERVO CADEMPREST
                   GO TO ROT-FIM.
       BIB-OP3.
           OPEN I-O CADPARBIB
           IF ST-ERRO-PAR NOT = "00"
               IF ST-ERRO-PAR = "30"
                   OPEN OUTPUT CADPARBIB
                   CLOSE CADPARBIB
                   GO TO BIB-OP3
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARBIB"
                   CLOSE CADACERVO CADEMPREST CADRESERVA
                   GO TO ROT-FIM.
      *    OS ALUNOS SAO MANTIDOS NO EX201T01 E AS MENSALIDADES
      *    GERADAS NO PROGR26T
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "ARQUIVO CADALUNO NAO ENCONTRADO"
               CLOSE CADACERVO CADEMPREST CADRESERVA CADPARBIB
               GO TO ROT-FIM.
           OPEN I-O CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
               DISPLAY "ARQUIVO CADMENSAL NAO ENCONTRADO"
               CLOSE CADACERVO CADEMPREST CADRESERVA CADPARBIB
                     CADALUNO
               GO TO ROT-FIM.
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
               OPEN OUTPUT JORNAL.
       BIB-OP4.
           OPEN I-O CADMULBIB
           IF ST-ERRO-MUL NOT = "00"
               IF ST-ERRO-MUL = "30"
                   OPEN OUTPUT CADMULBIB
                   CLOSE CADMULBIB
                   GO TO BIB-OP4
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMULBIB"
                   CLOSE CADACERVO CADEMPREST CADRESERVA CADPARBIB
                         CADALUNO CADMENSAL JORNAL
                   GO TO ROT-FIM.
      *    SEM PARAMETROS GRAVADOS VALEM 7 DIAS, 3 ITENS E
      *    MULTA DE 1,00 POR DIA DE ATRASO
           MOVE "1" TO PB-CHAVE
           READ CADPARBIB
           IF ST-ERRO-PAR NOT = "00"
               MOVE "1" TO PB-CHAVE
               MOVE 07 TO PB-DIAS-EMP
               MOVE 03 TO PB-LIMITE
               MOVE 1 TO PB-MULTA-DIA.
      *
       BIB-MENU.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "BIBLIOTECA"
           DISPLAY "OPCAO (A=ACERVO E=EMPRESTIMO D=DEVOLUCAO "
                   "R=RESERVA"
           DISPLAY "       L=ATRASOS P=PARAMETROS F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO BIB-FIM.
           IF W-OPCAO = "A" OR "a"
               GO TO ACE-001.
           IF W-OPCAO = "E" OR "e"
               GO TO EMP-001.
           IF W-OPCAO = "D" OR "d"
               GO TO DEV-001.
           IF W-OPCAO = "R" OR "r"
               GO TO RES-001.
           IF W-OPCAO = "L" OR "l"
               GO TO ATR-001.
           IF W-OPCAO = "P" OR "p"
               GO TO PAR-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO BIB-MENU.
      *
      *****************************************
      * ACERVO: INCLUSAO, ALTERACAO E EXCLUSAO *
      * DE TITULO COM O NUMERO DE EXEMPLARES   *
      *****************************************
      *
       ACE-001.
           DISPLAY "CODIGO DO TITULO (0=VOLTAR): "
           ACCEPT W-CODIGO
           IF W-CODIGO = ZEROS
               GO TO BIB-MENU.
           MOVE W-CODIGO TO AC-CODIGO
           READ CADACERVO
           IF ST-ERRO = "00"
               MOVE 1 TO W-EXISTE
               DISPLAY "TITULO: " AC-TITULO
               DISPLAY "AUTOR : " AC-AUTOR
               DISPLAY "EXEMPLARES: " AC-EXEMPLARES
                       "  EMPRESTADOS: " AC-EMPRESTADOS
               DISPLAY "A=ALTERAR E=EXCLUIR V=VOLTAR: "
               ACCEPT W-OPCAO
               IF W-OPCAO = "E" OR "e"
                   GO TO ACE-EXC
               ELSE
                   IF W-OPCAO NOT = "A" AND "a"
                       GO TO ACE-001
                   ELSE
                       NEXT SENTENCE
           ELSE
               MOVE ZEROS TO W-EXISTE
               MOVE W-CODIGO TO AC-CODIGO
               MOVE SPACES TO AC-TITULO AC-AUTOR
               MOVE ZEROS TO AC-EXEMPLARES AC-EMPRESTADOS.
       ACE-002.
           DISPLAY "TITULO: "
           ACCEPT AC-TITULO
           IF AC-TITULO = SPACES
               DISPLAY "TITULO NAO PODE SER BRANCO"
               GO TO ACE-002.
       ACE-003.
           DISPLAY "AUTOR: "
           ACCEPT AC-AUTOR
           IF AC-AUTOR = SPACES
               DISPLAY "AUTOR NAO PODE SER BRANCO"
               GO TO ACE-003.
       ACE-004.
           DISPLAY "EXEMPLARES: "
           ACCEPT W-EXEMPL
           IF W-EXEMPL = ZEROS
               DISPLAY "INFORME AO MENOS UM EXEMPLAR"
               GO TO ACE-004.
           IF W-EXEMPL < AC-EMPRESTADOS
               DISPLAY "HA " AC-EMPRESTADOS " EXEMPLARES EMPRESTADOS"
               GO TO ACE-004.
           MOVE W-EXEMPL TO AC-EXEMPLARES.
       ACE-WR1.
           IF W-EXISTE = 1
               REWRITE REGACERVO
           ELSE
               WRITE REGACERVO.
           IF ST-ERRO = "00" OR "02"
               DISPLAY "*** TITULO GRAVADO NO ACERVO ***"
               GO TO ACE-001.
           DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADACERVO"
           GO TO ROT-FIM.
      *
       ACE-EXC.
           IF AC-EMPRESTADOS NOT = ZEROS
               DISPLAY "*** TITULO COM EXEMPLARES EMPRESTADOS ***"
               GO TO ACE-001.
           DISPLAY "EXCLUIR " AC-TITULO " (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** EXCLUSAO CANCELADA ***"
               GO TO ACE-001.
           DELETE CADACERVO RECORD
           IF ST-ERRO = "00"
               DISPLAY "*** TITULO EXCLUIDO DO ACERVO ***"
               GO TO ACE-001.
           DISPLAY "ERRO NA EXCLUSAO DO TITULO"
           GO TO ROT-FIM.
      *
      *****************************************
      * EMPRESTIMO: LIMITE DE ITENS POR ALUNO, *
      * SEM ATRASO PENDENTE, RESPEITANDO A     *
      * FILA DE RESERVAS DO TITULO             *
      *****************************************
      *
       EMP-001.
           PERFORM BIB-RA THRU BIB-RA-FIM
           IF W-RA = ZEROS
               GO TO BIB-MENU.
           PERFORM BIB-TITULO THRU BIB-TITULO-FIM
           IF W-CODIGO = ZEROS
               GO TO BIB-MENU.
           PERFORM EMP-CONTA THRU EMP-CONTA-FIM
           IF W-MESMO-ITEM = 1
               DISPLAY "*** ALUNO JA ESTA COM ESTE TITULO ***"
               GO TO EMP-001.
           IF W-QTD-ATRASO NOT = ZEROS
               DISPLAY "*** ALUNO COM " W-QTD-ATRASO
                       " EMPRESTIMO(S) EM ATRASO ***"
               GO TO EMP-001.
           IF W-QTD-ABERTO NOT < PB-LIMITE
               DISPLAY "*** LIMITE DE " PB-LIMITE
                       " ITENS POR ALUNO ATINGIDO ***"
               GO TO EMP-001.
           PERFORM RES-FILA THRU RES-FILA-FIM
           COMPUTE W-DISPON = AC-EXEMPLARES - AC-EMPRESTADOS
           IF W-DISPON > W-RES-FRENTE
               GO TO EMP-002.
           DISPLAY "*** NENHUM EXEMPLAR DISPONIVEL ***"
           IF W-TEM-RES = 1
               DISPLAY "ALUNO JA ESTA NA FILA DE RESERVA"
               GO TO EMP-001.
           DISPLAY "RESERVAR O TITULO PARA O ALUNO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR "s"
               PERFORM RES-GRAVA THRU RES-GRAVA-FIM.
           GO TO EMP-001.
       EMP-002.
           MOVE W-HOJE-N TO W-DATA-SER-N
           MOVE ZEROS TO W-CONTA-DIA.
       EMP-PRAZO.
           IF W-CONTA-DIA < PB-DIAS-EMP
               PERFORM DATA-SOMA THRU DATA-SOMA-FIM
               ADD 1 TO W-CONTA-DIA
               GO TO EMP-PRAZO.
           DISPLAY "DEVOLVER ATE " W-DIA-SER "/" W-MES-SER "/"
                   W-ANO-SER
           DISPLAY "CONFIRMA O EMPRESTIMO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** EMPRESTIMO CANCELADO ***"
               GO TO EMP-001.
           MOVE W-RA          TO EM-RA
           MOVE W-CODIGO      TO EM-CODIGO
           MOVE W-HOJE-N      TO EM-DATA-EMP
           MOVE W-DATA-SER-N  TO EM-DATA-PREV
           MOVE ZEROS         TO EM-DATA-DEV EM-DIAS-ATRASO EM-MULTA
           MOVE "A"           TO EM-SITUACAO
           MOVE W-OPERADOR    TO EM-OPERADOR
           WRITE REGEMPREST
           IF ST-ERRO-EMP = "22"
               DISPLAY "*** TITULO JA EMPRESTADO AO ALUNO HOJE ***"
               GO TO EMP-001.
           IF ST-ERRO-EMP NOT = "00" AND ST-ERRO-EMP NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADEMPREST"
               GO TO ROT-FIM.
           ADD 1 TO AC-EMPRESTADOS
           REWRITE REGACERVO
      *    A RESERVA DO ALUNO FICA ATENDIDA
           IF W-TEM-RES = 1
               MOVE W-RS-CHAVE TO RS-CHAVE
               READ CADRESERVA
               IF ST-ERRO-RES = "00"
                   MOVE "E" TO RS-SITUACAO
                   REWRITE REGRESERVA.
           DISPLAY "*** EMPRESTIMO GRAVADO ***"
           GO TO EMP-001.
      *
      *    EMPRESTIMOS EM ABERTO DO RA: QUANTIDADE, ATRASADOS E
      *    SE O TITULO PEDIDO JA ESTA COM O ALUNO
       EMP-CONTA.
           MOVE ZEROS TO W-QTD-ABERTO W-QTD-ATRASO W-MESMO-ITEM
           MOVE W-RA TO EM-RA
           MOVE ZEROS TO EM-CODIGO EM-DATA-EMP
           START CADEMPREST KEY IS NOT LESS THAN EM-CHAVE
           IF ST-ERRO-EMP NOT = "00"
               GO TO EMP-CONTA-FIM.
       EMP-CONTA-LER.
           READ CADEMPREST NEXT RECORD
           IF ST-ERRO-EMP NOT = "00"
               GO TO EMP-CONTA-FIM.
           IF EM-RA NOT = W-RA
               GO TO EMP-CONTA-FIM.
           IF EM-SITUACAO NOT = "A"
               GO TO EMP-CONTA-LER.
           ADD 1 TO W-QTD-ABERTO
           IF EM-DATA-PREV < W-HOJE-N
               ADD 1 TO W-QTD-ATRASO.
           IF EM-CODIGO = W-CODIGO
               MOVE 1 TO W-MESMO-ITEM.
           GO TO EMP-CONTA-LER.
       EMP-CONTA-FIM.
           MOVE "00" TO ST-ERRO-EMP.
      *
      *****************************************
      * DEVOLUCAO: DIAS DE ATRASO, MULTA NA    *
      * MENSALIDADE E AVISO DE RESERVA         *
      *****************************************
      *
       DEV-001.
           PERFORM BIB-RA THRU BIB-RA-FIM
           IF W-RA = ZEROS
               GO TO BIB-MENU.
           PERFORM BIB-TITULO THRU BIB-TITULO-FIM
           IF W-CODIGO = ZEROS
               GO TO BIB-MENU.
           MOVE W-RA TO EM-RA
           MOVE W-CODIGO TO EM-CODIGO
           MOVE ZEROS TO EM-DATA-EMP
           START CADEMPREST KEY IS NOT LESS THAN EM-CHAVE
           IF ST-ERRO-EMP NOT = "00"
               GO TO DEV-NAO.
       DEV-LER.
           READ CADEMPREST NEXT RECORD
           IF ST-ERRO-EMP NOT = "00"
               GO TO DEV-NAO.
           IF EM-RA NOT = W-RA OR EM-CODIGO NOT = W-CODIGO
               GO TO DEV-NAO.
           IF EM-SITUACAO NOT = "A"
               GO TO DEV-LER.
           PERFORM BIB-ATRASO THRU BIB-ATRASO-FIM
           DISPLAY "EMPRESTADO EM " EM-DATA-EMP
                   "  DEVOLVER ATE " EM-DATA-PREV
           IF W-DIAS NOT = ZEROS
               MOVE W-MULTA TO W-MULTA-ED
               DISPLAY "ATRASO DE " W-DIAS " DIA(S) - MULTA: "
                       W-MULTA-ED.
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** DEVOLUCAO CANCELADA ***"
               GO TO DEV-001.
           MOVE W-HOJE-N TO EM-DATA-DEV
           MOVE W-DIAS   TO EM-DIAS-ATRASO
           MOVE W-MULTA  TO EM-MULTA
           MOVE "D"      TO EM-SITUACAO
           REWRITE REGEMPREST
           IF ST-ERRO-EMP NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADEMPREST"
               GO TO ROT-FIM.
           IF AC-EMPRESTADOS > ZEROS
               SUBTRACT 1 FROM AC-EMPRESTADOS
               REWRITE REGACERVO.
           IF W-MULTA NOT = ZEROS
               PERFORM MUL-LANCA THRU MUL-LANCA-FIM.
           DISPLAY "*** DEVOLUCAO GRAVADA ***"
      *    O PRIMEIRO DA FILA DE RESERVA DEVE SER AVISADO
           MOVE ZEROS TO W-RA
           PERFORM RES-FILA THRU RES-FILA-FIM
           IF W-QTD-RES NOT = ZEROS
               DISPLAY "*** TITULO RESERVADO - AVISAR O RA "
                       W-RS-RA " ***".
           GO TO DEV-001.
       DEV-NAO.
           DISPLAY "*** NAO HA EMPRESTIMO EM ABERTO DESTE TITULO "
                   "PARA O ALUNO ***"
           GO TO DEV-001.
      *
      *****************************************
      * RESERVA DE TITULO SEM EXEMPLAR LIVRE,  *
      * OU CANCELAMENTO DA RESERVA DO ALUNO    *
      *****************************************
      *
       RES-001.
           PERFORM BIB-RA THRU BIB-RA-FIM
           IF W-RA = ZEROS
               GO TO BIB-MENU.
           PERFORM BIB-TITULO THRU BIB-TITULO-FIM
           IF W-CODIGO = ZEROS
               GO TO BIB-MENU.
           PERFORM RES-FILA THRU RES-FILA-FIM
           IF W-TEM-RES = 1
               DISPLAY "ALUNO JA TEM RESERVA - A FRENTE DELE: "
                       W-RES-FRENTE
               DISPLAY "CANCELAR A RESERVA (S/N)? "
               ACCEPT W-OPCAO
               IF W-OPCAO = "S" OR "s"
                   MOVE W-RS-CHAVE TO RS-CHAVE
                   READ CADRESERVA
                   MOVE "C" TO RS-SITUACAO
                   REWRITE REGRESERVA
                   DISPLAY "*** RESERVA CANCELADA ***"
                   GO TO RES-001
               ELSE
                   GO TO RES-001.
           COMPUTE W-DISPON = AC-EXEMPLARES - AC-EMPRESTADOS
           IF W-DISPON > W-QTD-RES
               DISPLAY "*** HA EXEMPLAR DISPONIVEL - FACA O "
                       "EMPRESTIMO ***"
               GO TO RES-001.
           PERFORM RES-GRAVA THRU RES-GRAVA-FIM
           GO TO RES-001.
      *
       RES-GRAVA.
           MOVE W-CODIGO TO RS-CODIGO
           MOVE W-HOJE-N TO RS-DATA
           MOVE W-RA     TO RS-RA
           MOVE "A"      TO RS-SITUACAO
           WRITE REGRESERVA
           IF ST-ERRO-RES = "00" OR "02"
               DISPLAY "*** RESERVA GRAVADA ***"
           ELSE
               DISPLAY "*** RESERVA NAO GRAVADA ***".
       RES-GRAVA-FIM.
           EXIT.
      *
      *    FILA DE RESERVAS ATIVAS DO TITULO EM ORDEM DE DATA:
      *    TOTAL, QUANTAS ESTAO A FRENTE DO RA E A CHAVE DA
      *    RESERVA DO RA (OU DA PRIMEIRA, QUANDO W-RA ZERADO)
       RES-FILA.
           MOVE ZEROS TO W-QTD-RES W-RES-FRENTE W-TEM-RES
           MOVE ZEROS TO W-RS-CHAVE
           MOVE W-CODIGO TO RS-CODIGO
           MOVE ZEROS TO RS-DATA RS-RA
           START CADRESERVA KEY IS NOT LESS THAN RS-CHAVE
           IF ST-ERRO-RES NOT = "00"
               GO TO RES-FILA-FIM.
       RES-FILA-LER.
           READ CADRESERVA NEXT RECORD
           IF ST-ERRO-RES NOT = "00"
               GO TO RES-FILA-FIM.
           IF RS-CODIGO NOT = W-CODIGO
               GO TO RES-FILA-FIM.
           IF RS-SITUACAO NOT = "A"
               GO TO RES-FILA-LER.
           ADD 1 TO W-QTD-RES
           IF W-RA = ZEROS AND W-QTD-RES = 1
               MOVE RS-CHAVE TO W-RS-CHAVE.
           IF RS-RA = W-RA AND W-TEM-RES = ZEROS
               MOVE 1 TO W-TEM-RES
               MOVE RS-CHAVE TO W-RS-CHAVE
               COMPUTE W-RES-FRENTE = W-QTD-RES - 1.
           GO TO RES-FILA-LER.
       RES-FILA-FIM.
           IF W-TEM-RES = ZEROS
               MOVE W-QTD-RES TO W-RES-FRENTE.
           MOVE "00" TO ST-ERRO-RES.
      *
      *****************************************
      * LISTA DE EMPRESTIMOS EM ATRASO COM O   *
      * TELEFONE DO RESPONSAVEL                *
      *****************************************
      *
       ATR-001.
           OPEN OUTPUT RELBIB
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ATRASOS"
               GO TO BIB-MENU.
           MOVE ZEROS TO W-TOT-REG W-TOT-MULTA
           MOVE W-HJ-DIA TO LC-DIA
           MOVE W-HJ-MES TO LC-MES
           MOVE W-HJ-ANO TO LC-ANO
           MOVE LINCAB1 TO LINRELBIB
           WRITE LINRELBIB
           MOVE SPACES TO LINRELBIB
           WRITE LINRELBIB
           MOVE LINCAB2 TO LINRELBIB
           WRITE LINRELBIB
           MOVE ZEROS TO EM-CHAVE
           START CADEMPREST KEY IS NOT LESS THAN EM-CHAVE
           IF ST-ERRO-EMP NOT = "00"
               GO TO ATR-FIM.
       ATR-LER.
           READ CADEMPREST NEXT RECORD
           IF ST-ERRO-EMP NOT = "00"
               GO TO ATR-FIM.
           IF EM-SITUACAO NOT = "A" OR EM-DATA-PREV NOT < W-HOJE-N
               GO TO ATR-LER.
           PERFORM BIB-ATRASO THRU BIB-ATRASO-FIM
           MOVE SPACES TO LINDET
           MOVE EM-RA TO LD-RA RA
           READ CADALUNO
           IF ST-ERRO-ALU = "00"
               MOVE NOME-A    TO LD-NOME
               MOVE NOME-RESP TO LD-RESP
               MOVE DDD-RESP  TO LD-DDD
               MOVE NUMEROT-RESP TO LD-FONE
           ELSE
               MOVE "RA SEM CADASTRO" TO LD-NOME
               MOVE ZEROS TO LD-DDD LD-FONE.
           MOVE EM-CODIGO TO AC-CODIGO
           READ CADACERVO
           IF ST-ERRO = "00"
               MOVE AC-TITULO TO LD-TITULO
           ELSE
               MOVE "00" TO ST-ERRO.
           MOVE EM-DATA-PREV TO W-DATA-SER-N
           MOVE W-DIA-SER TO LD-DIA
           MOVE W-MES-SER TO LD-MES
           MOVE W-ANO-SER TO LD-ANO
           MOVE W-DIAS    TO LD-DIAS
           MOVE W-MULTA   TO LD-MULTA
           MOVE LINDET TO LINRELBIB
           WRITE LINRELBIB
           ADD 1 TO W-TOT-REG
           ADD W-MULTA TO W-TOT-MULTA
           GO TO ATR-LER.
       ATR-FIM.
           MOVE SPACES TO LINRELBIB
           WRITE LINRELBIB
           MOVE W-TOT-REG   TO LT-QTD
           MOVE W-TOT-MULTA TO LT-MULTA
           MOVE LINTOT TO LINRELBIB
           WRITE LINRELBIB
           CLOSE RELBIB
           DISPLAY "EMPRESTIMOS EM ATRASO: " W-TOT-REG
           DISPLAY "LISTA GRAVADA EM ATRASOS.DAT"
           GO TO BIB-MENU.
      *
      *****************************************
      * PARAMETROS: PRAZO, LIMITE E MULTA/DIA  *
      *****************************************
      *
       PAR-001.
           MOVE PB-MULTA-DIA TO W-MULTA-ED
           DISPLAY "PRAZO ATUAL: " PB-DIAS-EMP " DIAS  LIMITE: "
                   PB-LIMITE " ITENS  MULTA/DIA: " W-MULTA-ED.
       PAR-002.
           DISPLAY "PRAZO DO EMPRESTIMO (DIAS): "
           ACCEPT PB-DIAS-EMP
           IF PB-DIAS-EMP = ZEROS
               DISPLAY "PRAZO NAO PODE SER ZERO"
               GO TO PAR-002.
       PAR-003.
           DISPLAY "LIMITE DE ITENS POR ALUNO: "
           ACCEPT PB-LIMITE
           IF PB-LIMITE = ZEROS
               DISPLAY "LIMITE NAO PODE SER ZERO"
               GO TO PAR-003.
           DISPLAY "MULTA POR DIA DE ATRASO: "
           ACCEPT PB-MULTA-DIA
           MOVE "1" TO PB-CHAVE
           REWRITE REGPARBIB
           IF ST-ERRO-PAR = "23" OR "21"
               WRITE REGPARBIB.
           IF ST-ERRO-PAR = "00" OR "02"
               DISPLAY "*** PARAMETROS GRAVADOS ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPARBIB".
           GO TO BIB-MENU.
      *
      *****************************************
      * LANCA A MULTA NA PROXIMA MENSALIDADE   *
      * EM ABERTO AINDA NAO ENVIADA AO BANCO;  *
      * SEM ELA, GRAVA UMA COBRANCA AVULSA DE  *
      * ORIGEM "B" (VALOR BRUTO ZERADO) QUE O  *
      * PROGR26T JUNTA A MENSALIDADE DO MES    *
      *****************************************
      *
       MUL-LANCA.
           MOVE W-HJ-ANO TO W-CA-ANO
           MOVE W-HJ-MES TO W-CA-MES
           MOVE ZEROS TO W-COMP-ULT-N W-CURSO-MN
           MOVE SPACES TO W-TURMA-MN
           MOVE W-RA TO MN-RA
           MOVE ZEROS TO MN-ANO MN-MES
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO-MEN NOT = "00"
               GO TO MUL-NOVA.
       MUL-LER.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO-MEN NOT = "00"
               GO TO MUL-NOVA.
           IF MN-RA NOT = W-RA
               GO TO MUL-NOVA.
           MOVE MN-ANO TO W-CM-ANO W-CU-ANO
           MOVE MN-MES TO W-CM-MES W-CU-MES
           IF MN-CURSO NOT = ZEROS
               MOVE MN-CURSO TO W-CURSO-MN
               MOVE MN-TURMA TO W-TURMA-MN.
           IF W-COMP-MN-N < W-COMP-ATU-N
               GO TO MUL-LER.
           IF MN-SITUACAO NOT = "A" OR MN-NOSSONUM NOT = ZEROS
               GO TO MUL-LER.
           IF MN-ORIGEM NOT = "N" AND MN-ORIGEM NOT = "B"
               GO TO MUL-LER.
           ADD W-MULTA TO MN-VALOR
           IF MN-VALOR-BRUTO NOT = ZEROS
               ADD W-MULTA TO MN-VALOR-BRUTO.
           MOVE "B" TO MN-ORIGEM
           REWRITE REGMENSAL
           IF ST-ERRO-MEN NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADMENSAL"
               GO TO MUL-LANCA-FIM.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
           PERFORM MUL-REGISTRA THRU MUL-REGISTRA-FIM
           DISPLAY "MULTA LANCADA NA MENSALIDADE " MN-MES "/" MN-ANO
           GO TO MUL-LANCA-FIM.
       MUL-NOVA.
           IF W-COMP-ULT-N < W-COMP-ATU-N
               MOVE W-COMP-ATU TO W-COMP-ULT
               GO TO MUL-GRAVA.
       MUL-PROX.
           ADD 1 TO W-CU-MES
           IF W-CU-MES > 12
               MOVE 01 TO W-CU-MES
               ADD 1 TO W-CU-ANO.
       MUL-GRAVA.
           MOVE W-RA       TO MN-RA
           MOVE W-CU-ANO   TO MN-ANO
           MOVE W-CU-MES   TO MN-MES
           MOVE W-CURSO-MN TO MN-CURSO
           MOVE W-TURMA-MN TO MN-TURMA
           MOVE W-MULTA    TO MN-VALOR
           MOVE ZEROS      TO MN-VALOR-BRUTO
           MOVE "A"        TO MN-SITUACAO
           MOVE ZEROS      TO MN-DATA-PGTO MN-VALOR-PAGO MN-NOSSONUM
           MOVE "B"        TO MN-ORIGEM
           WRITE REGMENSAL
           IF ST-ERRO-MEN = "22"
               GO TO MUL-PROX.
           IF ST-ERRO-MEN NOT = "00" AND ST-ERRO-MEN NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADMENSAL"
               GO TO MUL-LANCA-FIM.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
           PERFORM MUL-REGISTRA THRU MUL-REGISTRA-FIM
           DISPLAY "MULTA LANCADA COMO COBRANCA AVULSA EM "
                   MN-MES "/" MN-ANO.
       MUL-LANCA-FIM.
           MOVE "00" TO ST-ERRO-MEN.
      *
      *    A PARTE DE MULTA DE CADA PARCELA FICA NO CADMULBIB: NO
      *    TRANCAMENTO O PROGR81T ACERTA SO A MENSALIDADE E A MULTA
      *    CONTINUA DEVIDA
       MUL-REGISTRA.
           MOVE MN-CHAVE TO MB-CHAVE
           READ CADMULBIB
           IF ST-ERRO-MUL = "00"
               ADD W-MULTA TO MB-VALOR
               MOVE W-HOJE-N TO MB-DATA-ULT
               REWRITE REGMULBIB
           ELSE
               MOVE W-MULTA TO MB-VALOR
               MOVE W-HOJE-N TO MB-DATA-ULT
               WRITE REGMULBIB.
           IF ST-ERRO-MUL NOT = "00" AND ST-ERRO-MUL NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADMULBIB".
       MUL-REGISTRA-FIM.
           MOVE "00" TO ST-ERRO-MUL.
      *
      **************************************
      * JORNAL DE ATUALIZACOES DO CADMENSAL*
      **************************************
      *
       JRN-GRAVA.
           ACCEPT JR-DATA FROM DATE YYYYMMDD
           ACCEPT JR-HORA FROM TIME
           MOVE "PROGR72T" TO JR-PROGRAMA
           MOVE W-OPERADOR TO JR-OPERADOR
           MOVE "CADMENSAL" TO JR-ARQUIVO
           MOVE "R" TO JR-OPERACAO
           MOVE SPACES TO JR-IMAGEM
           MOVE REGMENSAL TO JR-IMAGEM
           WRITE LINJORNAL.
       JRN-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * ENTRADA DO RA E DO TITULO              *
      *****************************************
      *
       BIB-RA.
           DISPLAY "RA DO ALUNO (0=VOLTAR): "
           ACCEPT W-RA
           IF W-RA = ZEROS
               GO TO BIB-RA-FIM.
           MOVE W-RA TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "*** RA NAO CADASTRADO EM CADALUNO ***"
               GO TO BIB-RA.
           DISPLAY "ALUNO: " NOME-A.
       BIB-RA-FIM.
           EXIT.
      *
       BIB-TITULO.
           DISPLAY "CODIGO DO TITULO (0=VOLTAR): "
           ACCEPT W-CODIGO
           IF W-CODIGO = ZEROS
               GO TO BIB-TITULO-FIM.
           MOVE W-CODIGO TO AC-CODIGO
           READ CADACERVO
           IF ST-ERRO NOT = "00"
               DISPLAY "*** TITULO NAO CADASTRADO NO ACERVO ***"
               GO TO BIB-TITULO.
           DISPLAY "TITULO: " AC-TITULO.
       BIB-TITULO-FIM.
           EXIT.
      *
      *****************************************
      * DIAS DE ATRASO DO EMPRESTIMO LIDO E    *
      * MULTA CORRESPONDENTE                   *
      *****************************************
      *
       BIB-ATRASO.
           MOVE ZEROS TO W-DIAS W-MULTA
           MOVE EM-DATA-PREV TO W-DATA-SER-N.
       BIB-ATRASO-DIA.
           IF W-DATA-SER-N NOT < W-HOJE-N OR W-DIAS = 999
               GO TO BIB-ATRASO-FIM.
           PERFORM DATA-SOMA THRU DATA-SOMA-FIM
           ADD 1 TO W-DIAS
           GO TO BIB-ATRASO-DIA.
       BIB-ATRASO-FIM.
           COMPUTE W-MULTA = W-DIAS * PB-MULTA-DIA.
      *
      *****************************************
      * SOMA UM DIA A W-DATA-SER               *
      *****************************************
      *
       DATA-SOMA.
           MOVE T-DIAS-MES(W-MES-SER) TO W-LIM-MES
           IF W-MES-SER = 2
               DIVIDE W-ANO-SER BY 4 GIVING ANODIV
                                     REMAINDER ANORESTO
               IF ANORESTO = 0
                   MOVE 29 TO W-LIM-MES.
           ADD 1 TO W-DIA-SER
           IF W-DIA-SER NOT > W-LIM-MES
               GO TO DATA-SOMA-FIM.
           MOVE 1 TO W-DIA-SER
           ADD 1 TO W-MES-SER
           IF W-MES-SER > 12
               MOVE 1 TO W-MES-SER
               ADD 1 TO W-ANO-SER.
       DATA-SOMA-FIM.
           EXIT.
      *
       BIB-FIM.
           CLOSE CADACERVO CADEMPREST CADRESERVA CADPARBIB
                 CADALUNO CADMENSAL CADMULBIB JORNAL
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
