       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR73T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * PROCESSO SELETIVO POR CURSO, ANO   *
      * LETIVO E SEMESTRE: INSCRICAO, NOTAS*
      * DA PROVA, CLASSIFICACAO COM        *
      * DESEMPATE, APROVACAO PELAS VAGAS   *
      * DAS TURMAS COM LISTA DE ESPERA,    *
      * MATRICULA DO APROVADO (CADALUNO E  *
      * CADMATRIC), RESULTADO E RELATORIO  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROCSEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PS-CHAVE
                    FILE STATUS  IS ST-ERRO-PS.
      *
      *-----------------------------------------------------------------
           SELECT CADCANDID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CD-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-ERRO-TUR.
      *
      *-----------------------------------------------------------------
           SELECT CADMATRIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMAT
                    FILE STATUS  IS ST-ERRO-MAT
                    ALTERNATE RECORD KEY IS RA-M WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERRO-ALU
                    ALTERNATE RECORD KEY IS NOME-A
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADSERIES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SR-SERIE
                    FILE STATUS  IS ST-ERRO-SER.
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
           SELECT RELPROC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROCSEL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROCSEL.DAT".
       01 REGPROCSEL.
                03 PS-CHAVE.
                    05 PS-CURSO     PIC 9(02).
                    05 PS-ANOLETIVO PIC 9(04).
                    05 PS-SEMESTRE  PIC 9(01).
                03 PS-DATA-PROVA   PIC 9(08).
                03 PS-NOTA-MIN     PIC 9(02)V99.
                03 PS-PROX-INSC    PIC 9(05).
                03 PS-SITUACAO     PIC X(01).
                03 PS-DATA-ENC     PIC 9(08).

       FD CADCANDID
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCANDID.DAT".
       01 REGCANDID.
                03 CD-CHAVE.
                    05 CD-CURSO     PIC 9(02).
                    05 CD-ANOLETIVO PIC 9(04).
                    05 CD-SEMESTRE  PIC 9(01).
                    05 CD-INSCRICAO PIC 9(05).
                03 CD-NOME         PIC X(30).
                03 CD-CPF          PIC 9(11).
                03 CD-RG           PIC X(12).
                03 CD-NASC.
                    05 CD-NASC-DIA PIC 9(02).
                    05 CD-NASC-MES PIC 9(02).
                    05 CD-NASC-ANO PIC 9(04).
                03 CD-NATURAL      PIC X(20).
                03 CD-NACIONALIDADE PIC X(20).
                03 CD-ENDERECO.
                    05 CD-LOGRADOURO  PIC X(30).
                    05 CD-NUMERO      PIC 9(05).
                    05 CD-COMPLEMENTO PIC X(20).
                    05 CD-BAIRRO      PIC X(20).
                    05 CD-CIDADE      PIC X(25).
                    05 CD-ESTADO      PIC X(02).
                    05 CD-CEP         PIC 9(08).
                03 CD-EMAIL        PIC X(30).
                03 CD-TELEFONE.
                    05 CD-DDD      PIC 9(02).
                    05 CD-NUMEROT  PIC 9(09).
                03 CD-RESPONSAVEL.
                    05 CD-NOME-RESP   PIC X(30).
                    05 CD-CPF-RESP    PIC 9(11).
                    05 CD-TEL-RESP.
                       07 CD-DDD-RESP     PIC 9(02).
                       07 CD-NUMEROT-RESP PIC 9(09).
                03 CD-NOTA-OBJ     PIC 9(02)V99.
                03 CD-NOTA-RED     PIC 9(02)V99.
                03 CD-NOTA-FINAL   PIC 9(02)V99.
                03 CD-CLASSIF      PIC 9(04).
                03 CD-SITUACAO     PIC X(01).
                03 CD-RA           PIC 9(06).
                03 CD-TURMA        PIC X(05).
                03 CD-DATA-INSC    PIC 9(08).

       FD CADTURMA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTURMA.DAT".
       01 REGTURMA.
                03 TU-CHAVE.
                    05 TU-CURSO     PIC 9(02).
                    05 TU-ANOLETIVO PIC 9(04).
                    05 TU-SEMESTRE  PIC 9(01).
                    05 TU-TURMA     PIC X(05).
                03 TU-VAGAS        PIC 9(03).
                03 TU-SALA         PIC X(10).

       FD CADMATRIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMATRIC.DAT".
       01 REGMATRIC.
                03 CHAVEMAT.
                    05 RA-M        PIC 9(06).
                    05 ANOLETIVO   PIC 9(04).
                    05 SEMESTRE    PIC 9(01).
                    05 CURSO       PIC 9(02).
                03 TURMA           PIC X(05).
                03 STATUSMAT       PIC X(01).
                03 DATAMATRIC      PIC 9(08).

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

       FD CADSERIES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIES.DAT".
       01 REGSERIES.
                03 SR-SERIE        PIC X(10).
                03 SR-PROXIMO      PIC 9(06).

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

       FD RELPROC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-RELNOME.
       01 LINRELPROC          PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-PS   PIC X(02) VALUE "00".
       77 ST-ERRO-TUR  PIC X(02) VALUE "00".
       77 ST-ERRO-MAT  PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-RELNOME    PIC X(12) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-EXISTE     PIC 9(01) VALUE ZEROS.
       77 W-CURSO      PIC 9(02) VALUE ZEROS.
       77 W-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-SEMEST     PIC 9(01) VALUE ZEROS.
       77 W-INSCRICAO  PIC 9(05) VALUE ZEROS.
       77 W-TURMA      PIC X(05) VALUE SPACES.
       77 W-SIT-ANT    PIC X(01) VALUE SPACES.
       77 W-PRESENTE   PIC X(01) VALUE SPACES.
       77 W-VAGAS-TOT  PIC 9(04) VALUE ZEROS.
       77 W-OCUPADAS   PIC 9(04) VALUE ZEROS.
       77 W-LIVRES     PIC 9(04) VALUE ZEROS.
       77 W-QTD-APR    PIC 9(04) VALUE ZEROS.
       77 W-A-CHAMAR   PIC 9(04) VALUE ZEROS.
       77 W-OCUP-TUR   PIC 9(03) VALUE ZEROS.
       77 W-SEM-NOTA   PIC 9(04) VALUE ZEROS.
       77 W-NUM-LIVRE  PIC 9(06) VALUE ZEROS.
       77 W-NOTA-ED    PIC Z9,99.
       77 W-TROCOU     PIC 9(01) VALUE ZEROS.
       77 TC-TOTAL     PIC 9(03) VALUE ZEROS.
       77 TC-IX        PIC 9(03) VALUE ZEROS.
       77 TC-IY        PIC 9(03) VALUE ZEROS.
       77 W-QT-INSC    PIC 9(04) VALUE ZEROS.
       77 W-QT-AUS     PIC 9(04) VALUE ZEROS.
       77 W-QT-APR     PIC 9(04) VALUE ZEROS.
       77 W-QT-MAT     PIC 9(04) VALUE ZEROS.
       77 W-QT-ESP     PIC 9(04) VALUE ZEROS.
       77 W-QT-REP     PIC 9(04) VALUE ZEROS.
       77 W-QT-DES     PIC 9(04) VALUE ZEROS.
       77 W-QT-NOTA    PIC 9(04) VALUE ZEROS.
       77 W-SOMA-NOTA  PIC 9(06)V99 VALUE ZEROS.
       77 W-MEDIA-GER  PIC 9(02)V99 VALUE ZEROS.
       77 W-NOTA-CORTE PIC 9(02)V99 VALUE ZEROS.
       77 FLAGCPF      PIC 9(01) VALUE ZEROS.
       77 W-CPF        PIC 9(11) VALUE ZEROS.
       77 W-CPF-D REDEFINES W-CPF
                     PIC 9(01) OCCURS 11 TIMES.
       77 W-SOMACPF    PIC 9(04) VALUE ZEROS.
       77 W-QUOCPF     PIC 9(04) VALUE ZEROS.
       77 W-RESTOCPF   PIC 9(02) VALUE ZEROS.
       77 W-DVCPF1     PIC 9(01) VALUE ZEROS.
       77 W-DVCPF2     PIC 9(01) VALUE ZEROS.
       77 W-IDADE      PIC 9(03) VALUE ZEROS.
       77 W-MENOR      PIC 9(01) VALUE ZEROS.
       01 W-DATASYS.
           03 W-ANO-SYS PIC 9(04).
           03 W-MES-SYS PIC 9(02).
           03 W-DIA-SYS PIC 9(02).
       01 W-DATASYS-N REDEFINES W-DATASYS PIC 9(08).

      *    CANDIDATOS COM NOTA DO PROCESSO, NA ORDEM DE
      *    CLASSIFICACAO: NOTA FINAL, REDACAO, MAIS VELHO E
      *    INSCRICAO MAIS ANTIGA
       01 TABCAND.
           03 TC-ENT OCCURS 500 TIMES.
              05 TC-FINAL     PIC 9(02)V99.
              05 TC-RED       PIC 9(02)V99.
              05 TC-NASC      PIC 9(08).
              05 TC-INSC      PIC 9(05).
              05 TC-SIT       PIC X(01).
       01 TC-ENT-AUX          PIC X(22).

       01 LINCAB1.
           03 LC-TITULO       PIC X(40).
           03 FILLER          PIC X(07) VALUE " CURSO ".
           03 LC-CURSO        PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-SEM          PIC 9(01).
       01 LINCAB2.
           03 FILLER          PIC X(40)
              VALUE "CLASS. INSCR. NOME                      ".
           03 FILLER          PIC X(30)
              VALUE "       NOTA  SITUACAO".
       01 LINDET.
           03 LD-CLASSIF      PIC ZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-INSC         PIC 9(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-NOME         PIC X(30).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-NOTA         PIC Z9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-SITUACAO     PIC X(20).
       01 LINRES.
           03 LR-TEXTO        PIC X(40).
           03 LR-VALOR        PIC ZZZ9.
       01 LINRESN.
           03 LN-TEXTO        PIC X(40).
           03 LN-VALOR        PIC Z9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PSL-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: APROVEITA O OPERADOR
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER.
           IF ST-ERRO-SES = "00"
               MOVE SES-OPER TO W-OPERADOR
               CLOSE OPERSES.
           OPEN I-O CADPROCSEL
           IF ST-ERRO-PS NOT = "00"
               IF ST-ERRO-PS = "30"
                   OPEN OUTPUT CADPROCSEL
                   CLOSE CADPROCSEL
                   DISPLAY "* ARQUIVO CADPROCSEL SENDO CRIADO *"
                   GO TO PSL-OP0
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROCSEL"
                   GO TO ROT-FIM.
       PSL-OP1.
           OPEN I-O CADCANDID
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCANDID
                   CLOSE CADCANDID
                   DISPLAY "* ARQUIVO CADCANDID SENDO CRIADO *"
                   GO TO PSL-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCANDID"
                   CLOSE CADPROCSEL
                   GO TO ROT-FIM.
      *    AS TURMAS E AS VAGAS SAO MANTIDAS NO PROGR25T
           OPEN INPUT CADTURMA
           IF ST-ERRO-TUR NOT = "00"
               DISPLAY "CADTURMA AUSENTE - CADASTRE AS TURMAS"
               CLOSE CADPROCSEL CADCANDID
               GO TO ROT-FIM.
       PSL-OP2.
           OPEN I-O CADMATRIC
           IF ST-ERRO-MAT NOT = "00"
               IF ST-ERRO-MAT = "30"
                   OPEN OUTPUT CADMATRIC
                   CLOSE CADMATRIC
                   GO TO PSL-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMATRIC"
                   CLOSE CADPROCSEL CADCANDID CADTURMA
                   GO TO ROT-FIM.
       PSL-OP3.
           OPEN I-O CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               IF ST-ERRO-ALU = "30"
                   OPEN OUTPUT CADALUNO
                   CLOSE CADALUNO
                   GO TO PSL-OP3
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
                   CLOSE CADPROCSEL CADCANDID CADTURMA CADMATRIC
                   GO TO ROT-FIM.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
      *
       PSL-MENU.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "PROCESSO SELETIVO"
           DISPLAY "OPCAO (S=PROCESSO I=INSCRICAO N=NOTAS "
                   "C=CLASSIFICAR"
           DISPLAY "       M=MATRICULAR D=DESISTENCIA P=RESULTADO "
                   "R=RELATORIO F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO PSL-FIM.
           IF W-OPCAO = "S" OR "s"
               GO TO PRC-001.
           IF W-OPCAO = "I" OR "i"
               GO TO INS-001.
           IF W-OPCAO = "N" OR "n"
               GO TO NOT-001.
           IF W-OPCAO = "C" OR "c"
               GO TO CLA-001.
           IF W-OPCAO = "M" OR "m"
               GO TO MAT-001.
           IF W-OPCAO = "D" OR "d"
               GO TO DES-001.
           IF W-OPCAO = "P" OR "p"
               GO TO PUB-001.
           IF W-OPCAO = "R" OR "r"
               GO TO REL-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO PSL-MENU.
      *
      *****************************************
      * CADASTRO DO PROCESSO: DATA DA PROVA E  *
      * NOTA MINIMA DE APROVACAO               *
      *****************************************
      *
       PRC-001.
           PERFORM PRC-CHAVE THRU PRC-CHAVE-FIM
           IF W-CURSO = ZEROS
               GO TO PSL-MENU.
           READ CADPROCSEL
           IF ST-ERRO-PS = "00"
               MOVE 1 TO W-EXISTE
               MOVE PS-NOTA-MIN TO W-NOTA-ED
               DISPLAY "PROVA EM " PS-DATA-PROVA "  NOTA MINIMA "
                       W-NOTA-ED "  INSCRITOS " PS-PROX-INSC
               IF PS-SITUACAO = "E"
                   DISPLAY "*** PROCESSO ENCERRADO EM "
                           PS-DATA-ENC " ***"
                   GO TO PSL-MENU
               ELSE
                   DISPLAY "ALTERAR (S/N)? "
                   ACCEPT W-OPCAO
                   IF W-OPCAO NOT = "S" AND "s"
                       GO TO PSL-MENU
                   ELSE
                       NEXT SENTENCE
           ELSE
               MOVE ZEROS TO W-EXISTE
               MOVE ZEROS TO PS-DATA-PROVA PS-NOTA-MIN PS-PROX-INSC
                             PS-DATA-ENC
               MOVE "A" TO PS-SITUACAO.
       PRC-002.
           DISPLAY "DATA DA PROVA (AAAAMMDD): "
           ACCEPT PS-DATA-PROVA
           IF PS-DATA-PROVA = ZEROS
               DISPLAY "DATA INVALIDA"
               GO TO PRC-002.
       PRC-003.
           DISPLAY "NOTA MINIMA DE APROVACAO (0 A 10): "
           ACCEPT PS-NOTA-MIN
           IF PS-NOTA-MIN > 10
               DISPLAY "NOTA MINIMA INVALIDA"
               GO TO PRC-003.
           IF W-EXISTE = 1
               REWRITE REGPROCSEL
           ELSE
               WRITE REGPROCSEL.
           IF ST-ERRO-PS = "00" OR "02"
               DISPLAY "*** PROCESSO SELETIVO GRAVADO ***"
               GO TO PSL-MENU.
           DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPROCSEL"
           GO TO ROT-FIM.
      *
       PRC-CHAVE.
           DISPLAY "CURSO (0=VOLTAR): "
           ACCEPT W-CURSO
           IF W-CURSO = ZEROS
               GO TO PRC-CHAVE-FIM.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT W-SEMEST
           IF W-ANOLET = ZEROS OR
              (W-SEMEST NOT = 1 AND W-SEMEST NOT = 2)
               DISPLAY "ANO LETIVO OU SEMESTRE INVALIDO"
               GO TO PRC-CHAVE.
           MOVE W-CURSO  TO PS-CURSO
           MOVE W-ANOLET TO PS-ANOLETIVO
           MOVE W-SEMEST TO PS-SEMESTRE.
       PRC-CHAVE-FIM.
           EXIT.
      *
      *    PROCESSO CADASTRADO E AINDA ABERTO; W-CURSO ZERADO
      *    QUANDO O OPERADOR VOLTA OU O PROCESSO NAO SERVE
       PRC-ABERTO.
           PERFORM PRC-CHAVE THRU PRC-CHAVE-FIM
           IF W-CURSO = ZEROS
               GO TO PRC-ABERTO-FIM.
           READ CADPROCSEL
           IF ST-ERRO-PS NOT = "00"
               DISPLAY "*** PROCESSO SELETIVO NAO CADASTRADO ***"
               MOVE ZEROS TO W-CURSO
               GO TO PRC-ABERTO-FIM.
           IF PS-SITUACAO = "E"
               DISPLAY "*** PROCESSO ENCERRADO EM " PS-DATA-ENC " ***"
               MOVE ZEROS TO W-CURSO.
       PRC-ABERTO-FIM.
           EXIT.
      *
      *****************************************
      * INSCRICAO DO CANDIDATO COM OS DADOS    *
      * DO FUTURO CADASTRO DE ALUNO            *
      *****************************************
      *
       INS-001.
           PERFORM PRC-ABERTO THRU PRC-ABERTO-FIM
           IF W-CURSO = ZEROS
               GO TO PSL-MENU.
       INS-002.
           DISPLAY "INSCRICAO (0=NOVA 99999=VOLTAR): "
           ACCEPT W-INSCRICAO
           IF W-INSCRICAO = 99999
               GO TO PSL-MENU.
           IF W-INSCRICAO = ZEROS
               MOVE ZEROS TO W-EXISTE
               MOVE SPACES TO REGCANDID
               MOVE ZEROS TO CD-CPF CD-NASC CD-NUMERO CD-CEP
                             CD-TELEFONE CD-CPF-RESP CD-TEL-RESP
                             CD-NOTA-OBJ CD-NOTA-RED CD-NOTA-FINAL
                             CD-CLASSIF CD-RA
               MOVE "I" TO CD-SITUACAO
               MOVE W-DATASYS-N TO CD-DATA-INSC
               GO TO INS-003.
           MOVE W-CURSO     TO CD-CURSO
           MOVE W-ANOLET    TO CD-ANOLETIVO
           MOVE W-SEMEST    TO CD-SEMESTRE
           MOVE W-INSCRICAO TO CD-INSCRICAO
           READ CADCANDID
           IF ST-ERRO NOT = "00"
               DISPLAY "*** INSCRICAO NAO ENCONTRADA ***"
               GO TO INS-002.
           IF CD-SITUACAO = "M"
               DISPLAY "*** CANDIDATO JA MATRICULADO - RA " CD-RA
                       " ***"
               GO TO INS-002.
           MOVE 1 TO W-EXISTE
           DISPLAY "CANDIDATO: " CD-NOME.
       INS-003.
           DISPLAY "NOME: "
           ACCEPT CD-NOME
           IF CD-NOME = SPACES
               DISPLAY "NOME NAO PODE SER BRANCO"
               GO TO INS-003.
       INS-004.
           DISPLAY "CPF: "
           ACCEPT CD-CPF
           MOVE CD-CPF TO W-CPF
           PERFORM ROT-VALCPF THRU ROT-VALCPF-FIM
           IF FLAGCPF = 1
               DISPLAY "CPF INVALIDO"
               GO TO INS-004.
           DISPLAY "RG: "
           ACCEPT CD-RG.
       INS-005.
           DISPLAY "NASCIMENTO - DIA: "
           ACCEPT CD-NASC-DIA
           DISPLAY "NASCIMENTO - MES: "
           ACCEPT CD-NASC-MES
           DISPLAY "NASCIMENTO - ANO: "
           ACCEPT CD-NASC-ANO
           IF CD-NASC-DIA = ZEROS OR CD-NASC-DIA > 31 OR
              CD-NASC-MES = ZEROS OR CD-NASC-MES > 12 OR
              CD-NASC-ANO < 1900
               DISPLAY "DATA DE NASCIMENTO INVALIDA"
               GO TO INS-005.
           PERFORM ROT-CALCIDADE THRU ROT-CALCIDADE-FIM
           DISPLAY "NATURALIDADE: "
           ACCEPT CD-NATURAL
           DISPLAY "NACIONALIDADE: "
           ACCEPT CD-NACIONALIDADE.
       INS-006.
           DISPLAY "LOGRADOURO: "
           ACCEPT CD-LOGRADOURO
           DISPLAY "NUMERO: "
           ACCEPT CD-NUMERO
           DISPLAY "COMPLEMENTO: "
           ACCEPT CD-COMPLEMENTO
           DISPLAY "BAIRRO: "
           ACCEPT CD-BAIRRO
           DISPLAY "CIDADE: "
           ACCEPT CD-CIDADE
           DISPLAY "ESTADO (UF): "
           ACCEPT CD-ESTADO
           DISPLAY "CEP: "
           ACCEPT CD-CEP
           IF CD-LOGRADOURO = SPACES OR CD-CIDADE = SPACES
               DISPLAY "ENDERECO INCOMPLETO"
               GO TO INS-006.
           DISPLAY "E-MAIL: "
           ACCEPT CD-EMAIL
           DISPLAY "TELEFONE - DDD: "
           ACCEPT CD-DDD
           DISPLAY "TELEFONE - NUMERO: "
           ACCEPT CD-NUMEROT.
      *    MENOR DE IDADE EXIGE O RESPONSAVEL COMPLETO, COMO NO
      *    CADASTRO DE ALUNOS (EX201T01)
       INS-007.
           DISPLAY "RESPONSAVEL - NOME: "
           ACCEPT CD-NOME-RESP
           DISPLAY "RESPONSAVEL - CPF: "
           ACCEPT CD-CPF-RESP
           DISPLAY "RESPONSAVEL - DDD: "
           ACCEPT CD-DDD-RESP
           DISPLAY "RESPONSAVEL - TELEFONE: "
           ACCEPT CD-NUMEROT-RESP
           IF W-MENOR = 1 AND
              (CD-NOME-RESP = SPACES OR CD-CPF-RESP = ZEROS OR
               CD-NUMEROT-RESP = ZEROS)
               DISPLAY "CANDIDATO MENOR: INFORME O RESPONSAVEL"
               GO TO INS-007.
           IF CD-CPF-RESP NOT = ZEROS
               MOVE CD-CPF-RESP TO W-CPF
               PERFORM ROT-VALCPF THRU ROT-VALCPF-FIM
               IF FLAGCPF = 1
                   DISPLAY "CPF DO RESPONSAVEL INVALIDO"
                   GO TO INS-007.
       INS-OPC.
           DISPLAY "DADOS OK (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** INSCRICAO NAO GRAVADA ***"
               GO TO INS-002.
           IF W-EXISTE = 1
               REWRITE REGCANDID
               GO TO INS-WR1.
           ADD 1 TO PS-PROX-INSC
           REWRITE REGPROCSEL
           MOVE W-CURSO      TO CD-CURSO
           MOVE W-ANOLET     TO CD-ANOLETIVO
           MOVE W-SEMEST     TO CD-SEMESTRE
           MOVE PS-PROX-INSC TO CD-INSCRICAO
           WRITE REGCANDID.
       INS-WR1.
           IF ST-ERRO = "00" OR "02"
               DISPLAY "*** INSCRICAO " CD-INSCRICAO " GRAVADA ***"
               GO TO INS-002.
           DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCANDID"
           GO TO ROT-FIM.
      *
      *****************************************
      * NOTAS DA PROVA: OBJETIVA E REDACAO,    *
      * MEDIA SIMPLES COMO NOTA FINAL          *
      *****************************************
      *
       NOT-001.
           PERFORM PRC-ABERTO THRU PRC-ABERTO-FIM
           IF W-CURSO = ZEROS
               GO TO PSL-MENU.
       NOT-002.
           DISPLAY "INSCRICAO (0=VOLTAR): "
           ACCEPT W-INSCRICAO
           IF W-INSCRICAO = ZEROS
               GO TO PSL-MENU.
           MOVE W-CURSO     TO CD-CURSO
           MOVE W-ANOLET    TO CD-ANOLETIVO
           MOVE W-SEMEST    TO CD-SEMESTRE
           MOVE W-INSCRICAO TO CD-INSCRICAO
           READ CADCANDID
           IF ST-ERRO NOT = "00"
               DISPLAY "*** INSCRICAO NAO ENCONTRADA ***"
               GO TO NOT-002.
           IF CD-SITUACAO = "M" OR CD-SITUACAO = "D"
               DISPLAY "*** CANDIDATO MATRICULADO OU DESISTENTE ***"
               GO TO NOT-002.
           MOVE CD-SITUACAO TO W-SIT-ANT
           DISPLAY "CANDIDATO: " CD-NOME
           DISPLAY "COMPARECEU A PROVA (S/N)? "
           ACCEPT W-PRESENTE
           IF W-PRESENTE = "N" OR "n"
               MOVE ZEROS TO CD-NOTA-OBJ CD-NOTA-RED CD-NOTA-FINAL
               MOVE "F" TO CD-SITUACAO
               GO TO NOT-WR1.
       NOT-003.
           DISPLAY "NOTA DA PROVA OBJETIVA (0 A 10): "
           ACCEPT CD-NOTA-OBJ
           IF CD-NOTA-OBJ > 10
               DISPLAY "NOTA INVALIDA"
               GO TO NOT-003.
       NOT-004.
           DISPLAY "NOTA DA REDACAO (0 A 10): "
           ACCEPT CD-NOTA-RED
           IF CD-NOTA-RED > 10
               DISPLAY "NOTA INVALIDA"
               GO TO NOT-004.
           COMPUTE CD-NOTA-FINAL ROUNDED =
                   (CD-NOTA-OBJ + CD-NOTA-RED) / 2
           MOVE CD-NOTA-FINAL TO W-NOTA-ED
           DISPLAY "NOTA FINAL: " W-NOTA-ED
           MOVE "N" TO CD-SITUACAO.
       NOT-WR1.
           REWRITE REGCANDID
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCANDID"
               GO TO ROT-FIM.
           IF W-SIT-ANT = "A" OR W-SIT-ANT = "E" OR W-SIT-ANT = "R"
               DISPLAY "*** PROCESSO JA CLASSIFICADO - "
                       "CLASSIFIQUE NOVAMENTE ***".
           GO TO NOT-002.
      *
      *****************************************
      * CLASSIFICACAO: ORDENA POR NOTA FINAL E *
      * DESEMPATE, REPROVA ABAIXO DA MINIMA E  *
      * CONVOCA PELAS VAGAS LIVRES DO CURSO    *
      *****************************************
      *
       CLA-001.
           PERFORM PRC-ABERTO THRU PRC-ABERTO-FIM
           IF W-CURSO = ZEROS
               GO TO PSL-MENU.
           PERFORM CAR-TABELA THRU CAR-TABELA-FIM
           IF W-SEM-NOTA NOT = ZEROS
               DISPLAY "*** " W-SEM-NOTA " INSCRITO(S) SEM NOTA - "
                       "LANCE AS NOTAS ANTES ***"
               GO TO PSL-MENU.
           IF TC-TOTAL = ZEROS
               DISPLAY "*** NENHUM CANDIDATO COM NOTA ***"
               GO TO PSL-MENU.
           MOVE 1 TO TC-IX.
       CLA-GRAVA.
           IF TC-IX > TC-TOTAL
               GO TO CLA-CHAMA.
           PERFORM CAN-LER THRU CAN-LER-FIM
           MOVE TC-IX TO CD-CLASSIF
           IF CD-SITUACAO NOT = "M" AND CD-SITUACAO NOT = "D"
               IF CD-NOTA-FINAL < PS-NOTA-MIN
                   MOVE "R" TO CD-SITUACAO
               ELSE
                   MOVE "E" TO CD-SITUACAO.
           REWRITE REGCANDID
           ADD 1 TO TC-IX
           GO TO CLA-GRAVA.
       CLA-CHAMA.
           PERFORM CHA-CONVOCA THRU CHA-CONVOCA-FIM
           DISPLAY "CANDIDATOS CLASSIFICADOS: " TC-TOTAL
           DISPLAY "VAGAS LIVRES NAS TURMAS.: " W-LIVRES
           GO TO PSL-MENU.
      *
      *    CARREGA OS CANDIDATOS COM NOTA DO PROCESSO E ORDENA
       CAR-TABELA.
           MOVE ZEROS TO TC-TOTAL W-SEM-NOTA
           MOVE W-CURSO  TO CD-CURSO
           MOVE W-ANOLET TO CD-ANOLETIVO
           MOVE W-SEMEST TO CD-SEMESTRE
           MOVE ZEROS    TO CD-INSCRICAO
           START CADCANDID KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO CAR-ORDENA.
       CAR-LER.
           READ CADCANDID NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CAR-ORDENA.
           IF CD-CURSO NOT = W-CURSO OR CD-ANOLETIVO NOT = W-ANOLET
              OR CD-SEMESTRE NOT = W-SEMEST
               GO TO CAR-ORDENA.
           IF CD-SITUACAO = "I"
               ADD 1 TO W-SEM-NOTA
               GO TO CAR-LER.
           IF CD-SITUACAO = "F"
               GO TO CAR-LER.
           IF TC-TOTAL >= 500
               DISPLAY "TABELA DE CANDIDATOS CHEIA"
               GO TO CAR-ORDENA.
           ADD 1 TO TC-TOTAL
           MOVE CD-NOTA-FINAL TO TC-FINAL(TC-TOTAL)
           MOVE CD-NOTA-RED   TO TC-RED(TC-TOTAL)
           COMPUTE TC-NASC(TC-TOTAL) = (CD-NASC-ANO * 10000) +
                   (CD-NASC-MES * 100) + CD-NASC-DIA
           MOVE CD-INSCRICAO  TO TC-INSC(TC-TOTAL)
           MOVE CD-SITUACAO   TO TC-SIT(TC-TOTAL)
           GO TO CAR-LER.
       CAR-ORDENA.
           MOVE "00" TO ST-ERRO
           IF TC-TOTAL < 2
               GO TO CAR-TABELA-FIM.
           MOVE 1 TO W-TROCOU.
       CAR-ORD-PASSO.
           IF W-TROCOU = ZEROS
               GO TO CAR-TABELA-FIM.
           MOVE ZEROS TO W-TROCOU
           MOVE 1 TO TC-IX.
       CAR-ORD-PAR.
           COMPUTE TC-IY = TC-IX + 1
           IF TC-IY > TC-TOTAL
               GO TO CAR-ORD-PASSO.
           IF TC-FINAL(TC-IX) < TC-FINAL(TC-IY) OR
              (TC-FINAL(TC-IX) = TC-FINAL(TC-IY) AND
               TC-RED(TC-IX) < TC-RED(TC-IY)) OR
              (TC-FINAL(TC-IX) = TC-FINAL(TC-IY) AND
               TC-RED(TC-IX) = TC-RED(TC-IY) AND
               TC-NASC(TC-IX) > TC-NASC(TC-IY)) OR
              (TC-FINAL(TC-IX) = TC-FINAL(TC-IY) AND
               TC-RED(TC-IX) = TC-RED(TC-IY) AND
               TC-NASC(TC-IX) = TC-NASC(TC-IY) AND
               TC-INSC(TC-IX) > TC-INSC(TC-IY))
               MOVE TC-ENT(TC-IX) TO TC-ENT-AUX
               MOVE TC-ENT(TC-IY) TO TC-ENT(TC-IX)
               MOVE TC-ENT-AUX    TO TC-ENT(TC-IY)
               MOVE 1 TO W-TROCOU.
           ADD 1 TO TC-IX
           GO TO CAR-ORD-PAR.
       CAR-TABELA-FIM.
           EXIT.
      *
       CAN-LER.
           MOVE W-CURSO        TO CD-CURSO
           MOVE W-ANOLET       TO CD-ANOLETIVO
           MOVE W-SEMEST       TO CD-SEMESTRE
           MOVE TC-INSC(TC-IX) TO CD-INSCRICAO
           READ CADCANDID.
       CAN-LER-FIM.
           EXIT.
      *
      *****************************************
      * CONVOCACAO: APROVA OS PRIMEIROS DA     *
      * LISTA DE ESPERA ATE PREENCHER AS VAGAS *
      * LIVRES (TU-VAGAS MENOS MATRICULAS      *
      * ATIVAS) AINDA NAO PROMETIDAS A OUTRO   *
      * APROVADO                               *
      *****************************************
      *
       CHA-CONVOCA.
           PERFORM VAG-CURSO THRU VAG-CURSO-FIM
           PERFORM CAR-TABELA THRU CAR-TABELA-FIM
           MOVE ZEROS TO W-QTD-APR
           MOVE 1 TO TC-IX.
       CHA-CONTA.
           IF TC-IX > TC-TOTAL
               GO TO CHA-CALCULA.
           IF TC-SIT(TC-IX) = "A"
               ADD 1 TO W-QTD-APR.
           ADD 1 TO TC-IX
           GO TO CHA-CONTA.
       CHA-CALCULA.
           MOVE ZEROS TO W-A-CHAMAR
           IF W-LIVRES > W-QTD-APR
               COMPUTE W-A-CHAMAR = W-LIVRES - W-QTD-APR.
           MOVE 1 TO TC-IX.
       CHA-PROX.
           IF TC-IX > TC-TOTAL OR W-A-CHAMAR = ZEROS
               GO TO CHA-CONVOCA-FIM.
           IF TC-SIT(TC-IX) NOT = "E"
               ADD 1 TO TC-IX
               GO TO CHA-PROX.
           PERFORM CAN-LER THRU CAN-LER-FIM
           MOVE "A" TO CD-SITUACAO TC-SIT(TC-IX)
           REWRITE REGCANDID
           DISPLAY "CONVOCADO: " CD-INSCRICAO " " CD-NOME
                   " CLASSIF. " CD-CLASSIF
           SUBTRACT 1 FROM W-A-CHAMAR
           ADD 1 TO TC-IX
           GO TO CHA-PROX.
       CHA-CONVOCA-FIM.
           EXIT.
      *
      *    VAGAS DO CURSO NO PERIODO: SOMA DE TU-VAGAS DAS TURMAS
      *    MENOS AS MATRICULAS ATIVAS
       VAG-CURSO.
           MOVE ZEROS TO W-VAGAS-TOT W-OCUPADAS W-LIVRES
           MOVE W-CURSO  TO TU-CURSO
           MOVE W-ANOLET TO TU-ANOLETIVO
           MOVE W-SEMEST TO TU-SEMESTRE
           MOVE SPACES   TO TU-TURMA
           START CADTURMA KEY IS NOT LESS THAN TU-CHAVE
           IF ST-ERRO-TUR NOT = "00"
               GO TO VAG-MAT.
       VAG-TUR-LER.
           READ CADTURMA NEXT RECORD
           IF ST-ERRO-TUR NOT = "00"
               GO TO VAG-MAT.
           IF TU-CURSO NOT = W-CURSO OR TU-ANOLETIVO NOT = W-ANOLET
              OR TU-SEMESTRE NOT = W-SEMEST
               GO TO VAG-MAT.
           ADD TU-VAGAS TO W-VAGAS-TOT
           GO TO VAG-TUR-LER.
       VAG-MAT.
           MOVE ZEROS TO CHAVEMAT
           START CADMATRIC KEY IS NOT LESS THAN CHAVEMAT
           IF ST-ERRO-MAT NOT = "00"
               GO TO VAG-CURSO-FIM.
       VAG-MAT-LER.
           READ CADMATRIC NEXT RECORD
           IF ST-ERRO-MAT NOT = "00"
               GO TO VAG-CURSO-FIM.
           IF STATUSMAT = "A" AND CURSO = W-CURSO AND
              ANOLETIVO = W-ANOLET AND SEMESTRE = W-SEMEST
               ADD 1 TO W-OCUPADAS.
           GO TO VAG-MAT-LER.
       VAG-CURSO-FIM.
           MOVE "00" TO ST-ERRO-TUR ST-ERRO-MAT
           IF W-VAGAS-TOT > W-OCUPADAS
               COMPUTE W-LIVRES = W-VAGAS-TOT - W-OCUPADAS.
      *
      *    MATRICULAS ATIVAS NA TURMA W-TURMA DO PERIODO
       VAG-TURMA.
           MOVE ZEROS TO W-OCUP-TUR CHAVEMAT
           START CADMATRIC KEY IS NOT LESS THAN CHAVEMAT
           IF ST-ERRO-MAT NOT = "00"
               GO TO VAG-TURMA-FIM.
       VAG-TURMA-LER.
           READ CADMATRIC NEXT RECORD
           IF ST-ERRO-MAT NOT = "00"
               GO TO VAG-TURMA-FIM.
           IF STATUSMAT = "A" AND CURSO = W-CURSO AND
              ANOLETIVO = W-ANOLET AND SEMESTRE = W-SEMEST AND
              TURMA = W-TURMA
               ADD 1 TO W-OCUP-TUR.
           GO TO VAG-TURMA-LER.
       VAG-TURMA-FIM.
           MOVE "00" TO ST-ERRO-MAT.
      *
      *****************************************
      * MATRICULA DO APROVADO: GRAVA O ALUNO   *
      * (RA DA SERIE "RA") E A MATRICULA NA    *
      * TURMA ESCOLHIDA DE UMA SO VEZ          *
      *****************************************
      *
       MAT-001.
           PERFORM PRC-ABERTO THRU PRC-ABERTO-FIM
           IF W-CURSO = ZEROS
               GO TO PSL-MENU.
       MAT-002.
           DISPLAY "INSCRICAO (0=VOLTAR): "
           ACCEPT W-INSCRICAO
           IF W-INSCRICAO = ZEROS
               GO TO PSL-MENU.
           MOVE W-CURSO     TO CD-CURSO
           MOVE W-ANOLET    TO CD-ANOLETIVO
           MOVE W-SEMEST    TO CD-SEMESTRE
           MOVE W-INSCRICAO TO CD-INSCRICAO
           READ CADCANDID
           IF ST-ERRO NOT = "00"
               DISPLAY "*** INSCRICAO NAO ENCONTRADA ***"
               GO TO MAT-002.
           IF CD-SITUACAO NOT = "A"
               DISPLAY "*** CANDIDATO NAO ESTA APROVADO ***"
               GO TO MAT-002.
           DISPLAY "CANDIDATO: " CD-NOME " CLASSIF. " CD-CLASSIF
           PERFORM MAT-TURMAS THRU MAT-TURMAS-FIM.
       MAT-003.
           DISPLAY "TURMA (BRANCO=VOLTAR): "
           ACCEPT W-TURMA
           IF W-TURMA = SPACES
               GO TO MAT-002.
           MOVE W-CURSO  TO TU-CURSO
           MOVE W-ANOLET TO TU-ANOLETIVO
           MOVE W-SEMEST TO TU-SEMESTRE
           MOVE W-TURMA  TO TU-TURMA
           READ CADTURMA
           IF ST-ERRO-TUR NOT = "00"
               DISPLAY "*** TURMA NAO CADASTRADA EM CADTURMA ***"
               GO TO MAT-003.
           PERFORM VAG-TURMA THRU VAG-TURMA-FIM
           IF W-OCUP-TUR NOT < TU-VAGAS
               DISPLAY "*** TURMA LOTADA - SEM VAGAS ***"
               GO TO MAT-003.
           DISPLAY "CONFIRMA A MATRICULA NA TURMA " W-TURMA
                   " (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** MATRICULA CANCELADA ***"
               GO TO MAT-002.
           PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
           IF W-NUM-LIVRE = ZEROS
               GO TO MAT-002.
           MOVE SPACES TO REGALUNO
           MOVE W-NUM-LIVRE      TO RA
           MOVE CD-NOME          TO NOME-A
           MOVE CD-CPF           TO CPF
           MOVE CD-RG            TO RG
           MOVE CD-NASC-DIA      TO DIA
           MOVE CD-NASC-MES      TO MES
           MOVE CD-NASC-ANO      TO ANO
           MOVE CD-NATURAL       TO NATURAL
           MOVE CD-NACIONALIDADE TO NACIONALIDADE
           MOVE CD-ENDERECO      TO ENDERECO
           MOVE CD-EMAIL         TO EMAIL
           MOVE CD-TELEFONE      TO TELEFONE
           MOVE "A"              TO STATUS-REG-A
           MOVE CD-RESPONSAVEL   TO RESPONSAVEL
           WRITE REGALUNO
           IF ST-ERRO-ALU NOT = "00" AND ST-ERRO-ALU NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADALUNO"
               GO TO MAT-002.
           MOVE W-NUM-LIVRE TO RA-M
           MOVE W-ANOLET    TO ANOLETIVO
           MOVE W-SEMEST    TO SEMESTRE
           MOVE W-CURSO     TO CURSO
           MOVE W-TURMA     TO TURMA
           MOVE "A"         TO STATUSMAT
           MOVE W-DATASYS-N TO DATAMATRIC
           WRITE REGMATRIC
           IF ST-ERRO-MAT NOT = "00" AND ST-ERRO-MAT NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADMATRIC - "
                       "ALUNO " W-NUM-LIVRE " SEM MATRICULA"
               GO TO ROT-FIM.
           MOVE "M"         TO CD-SITUACAO
           MOVE W-NUM-LIVRE TO CD-RA
           MOVE W-TURMA     TO CD-TURMA
           REWRITE REGCANDID
           MOVE "ADMISSAO"  TO AU-OPERACAO
           MOVE W-NUM-LIVRE TO AU-CHAVE
           MOVE SPACES      TO AU-MOTIVO
           STRING "PROC.SELETIVO INSCR. " CD-INSCRICAO
                  DELIMITED BY SIZE INTO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** ALUNO MATRICULADO - RA " W-NUM-LIVRE
                   " TURMA " W-TURMA " ***"
           GO TO MAT-002.
      *
      *    TURMAS DO PERIODO COM AS VAGAS AINDA LIVRES
       MAT-TURMAS.
           MOVE W-CURSO  TO TU-CURSO
           MOVE W-ANOLET TO TU-ANOLETIVO
           MOVE W-SEMEST TO TU-SEMESTRE
           MOVE SPACES   TO TU-TURMA
           START CADTURMA KEY IS NOT LESS THAN TU-CHAVE
           IF ST-ERRO-TUR NOT = "00"
               GO TO MAT-TURMAS-FIM.
       MAT-TURMAS-LER.
           READ CADTURMA NEXT RECORD
           IF ST-ERRO-TUR NOT = "00"
               GO TO MAT-TURMAS-FIM.
           IF TU-CURSO NOT = W-CURSO OR TU-ANOLETIVO NOT = W-ANOLET
              OR TU-SEMESTRE NOT = W-SEMEST
               GO TO MAT-TURMAS-FIM.
           MOVE TU-TURMA TO W-TURMA
           PERFORM VAG-TURMA THRU VAG-TURMA-FIM
           DISPLAY "TURMA " TU-TURMA "  VAGAS " TU-VAGAS
                   "  OCUPADAS " W-OCUP-TUR
           GO TO MAT-TURMAS-LER.
       MAT-TURMAS-FIM.
           MOVE "00" TO ST-ERRO-TUR.
      *
      *****************************************
      * DESISTENCIA DO APROVADO OU DA ESPERA:  *
      * A LISTA DE ESPERA ANDA                 *
      *****************************************
      *
       DES-001.
           PERFORM PRC-ABERTO THRU PRC-ABERTO-FIM
           IF W-CURSO = ZEROS
               GO TO PSL-MENU.
       DES-002.
           DISPLAY "INSCRICAO (0=VOLTAR): "
           ACCEPT W-INSCRICAO
           IF W-INSCRICAO = ZEROS
               GO TO PSL-MENU.
           MOVE W-CURSO     TO CD-CURSO
           MOVE W-ANOLET    TO CD-ANOLETIVO
           MOVE W-SEMEST    TO CD-SEMESTRE
           MOVE W-INSCRICAO TO CD-INSCRICAO
           READ CADCANDID
           IF ST-ERRO NOT = "00"
               DISPLAY "*** INSCRICAO NAO ENCONTRADA ***"
               GO TO DES-002.
           IF CD-SITUACAO NOT = "A" AND CD-SITUACAO NOT = "E"
               DISPLAY "*** SO APROVADO OU LISTA DE ESPERA ***"
               GO TO DES-002.
           DISPLAY "DESISTENCIA DE " CD-NOME " (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               GO TO DES-002.
           MOVE CD-SITUACAO TO W-SIT-ANT
           MOVE "D" TO CD-SITUACAO
           REWRITE REGCANDID
           DISPLAY "*** DESISTENCIA REGISTRADA ***"
           IF W-SIT-ANT = "A"
               PERFORM CHA-CONVOCA THRU CHA-CONVOCA-FIM.
           GO TO DES-002.
      *
      *****************************************
      * RESULTADO PARA PUBLICACAO, NA ORDEM DE *
      * CLASSIFICACAO                          *
      *****************************************
      *
       PUB-001.
           PERFORM PRC-CHAVE THRU PRC-CHAVE-FIM
           IF W-CURSO = ZEROS
               GO TO PSL-MENU.
           READ CADPROCSEL
           IF ST-ERRO-PS NOT = "00"
               DISPLAY "*** PROCESSO SELETIVO NAO CADASTRADO ***"
               GO TO PSL-MENU.
           MOVE "RESULTPS.DAT" TO W-RELNOME
           OPEN OUTPUT RELPROC
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RESULTPS"
               GO TO PSL-MENU.
           PERFORM CAR-TABELA THRU CAR-TABELA-FIM
           MOVE "RESULTADO DO PROCESSO SELETIVO" TO LC-TITULO
           PERFORM REL-CABECALHO THRU REL-CABECALHO-FIM
           MOVE LINCAB2 TO LINRELPROC
           WRITE LINRELPROC
           MOVE 1 TO TC-IX.
       PUB-LINHA.
           IF TC-IX > TC-TOTAL
               GO TO PUB-FIM.
           PERFORM CAN-LER THRU CAN-LER-FIM
           MOVE CD-CLASSIF    TO LD-CLASSIF
           MOVE CD-INSCRICAO  TO LD-INSC
           MOVE CD-NOME       TO LD-NOME
           MOVE CD-NOTA-FINAL TO LD-NOTA
           PERFORM SIT-TEXTO THRU SIT-TEXTO-FIM
           MOVE LINDET TO LINRELPROC
           WRITE LINRELPROC
           ADD 1 TO TC-IX
           GO TO PUB-LINHA.
       PUB-FIM.
           CLOSE RELPROC
           DISPLAY "RESULTADO GRAVADO EM RESULTPS.DAT"
           GO TO PSL-MENU.
      *
       SIT-TEXTO.
           MOVE SPACES TO LD-SITUACAO
           IF CD-SITUACAO = "A"
               MOVE "APROVADO" TO LD-SITUACAO.
           IF CD-SITUACAO = "M"
               MOVE "MATRICULADO" TO LD-SITUACAO.
           IF CD-SITUACAO = "E"
               MOVE "LISTA DE ESPERA" TO LD-SITUACAO.
           IF CD-SITUACAO = "R"
               MOVE "NAO APROVADO" TO LD-SITUACAO.
           IF CD-SITUACAO = "D"
               MOVE "DESISTENTE" TO LD-SITUACAO.
           IF CD-SITUACAO = "N"
               MOVE "NAO CLASSIFICADO" TO LD-SITUACAO.
       SIT-TEXTO-FIM.
           EXIT.
      *
       REL-CABECALHO.
           MOVE W-CURSO  TO LC-CURSO
           MOVE W-ANOLET TO LC-ANO
           MOVE W-SEMEST TO LC-SEM
           MOVE LINCAB1 TO LINRELPROC
           WRITE LINRELPROC
           MOVE SPACES TO LINRELPROC
           WRITE LINRELPROC.
       REL-CABECALHO-FIM.
           EXIT.
      *
      *****************************************
      * RELATORIO FINAL DO PROCESSO, COM O     *
      * ENCERRAMENTO OPCIONAL                  *
      *****************************************
      *
       REL-001.
           PERFORM PRC-CHAVE THRU PRC-CHAVE-FIM
           IF W-CURSO = ZEROS
               GO TO PSL-MENU.
           READ CADPROCSEL
           IF ST-ERRO-PS NOT = "00"
               DISPLAY "*** PROCESSO SELETIVO NAO CADASTRADO ***"
               GO TO PSL-MENU.
           MOVE "RELPS.DAT" TO W-RELNOME
           OPEN OUTPUT RELPROC
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPS"
               GO TO PSL-MENU.
           MOVE ZEROS TO W-QT-INSC W-QT-AUS W-QT-APR W-QT-MAT
                         W-QT-ESP W-QT-REP W-QT-DES W-QT-NOTA
                         W-SOMA-NOTA W-MEDIA-GER W-NOTA-CORTE
                         W-SEM-NOTA
           MOVE W-CURSO  TO CD-CURSO
           MOVE W-ANOLET TO CD-ANOLETIVO
           MOVE W-SEMEST TO CD-SEMESTRE
           MOVE ZEROS    TO CD-INSCRICAO
           START CADCANDID KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO REL-IMP.
       REL-LER.
           READ CADCANDID NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-IMP.
           IF CD-CURSO NOT = W-CURSO OR CD-ANOLETIVO NOT = W-ANOLET
              OR CD-SEMESTRE NOT = W-SEMEST
               GO TO REL-IMP.
           ADD 1 TO W-QT-INSC
           IF CD-SITUACAO = "I"
               ADD 1 TO W-SEM-NOTA
               GO TO REL-LER.
           IF CD-SITUACAO = "F"
               ADD 1 TO W-QT-AUS
               GO TO REL-LER.
           ADD 1 TO W-QT-NOTA
           ADD CD-NOTA-FINAL TO W-SOMA-NOTA
           IF CD-SITUACAO = "A"
               ADD 1 TO W-QT-APR.
           IF CD-SITUACAO = "M"
               ADD 1 TO W-QT-MAT.
           IF CD-SITUACAO = "E"
               ADD 1 TO W-QT-ESP.
           IF CD-SITUACAO = "R"
               ADD 1 TO W-QT-REP.
           IF CD-SITUACAO = "D"
               ADD 1 TO W-QT-DES.
      *    NOTA DE CORTE: MENOR NOTA ENTRE OS CONVOCADOS
           IF CD-SITUACAO = "A" OR CD-SITUACAO = "M"
               IF W-NOTA-CORTE = ZEROS OR
                  CD-NOTA-FINAL < W-NOTA-CORTE
                   MOVE CD-NOTA-FINAL TO W-NOTA-CORTE.
           GO TO REL-LER.
       REL-IMP.
           MOVE "00" TO ST-ERRO
           IF W-QT-NOTA NOT = ZEROS
               COMPUTE W-MEDIA-GER ROUNDED = W-SOMA-NOTA / W-QT-NOTA.
           PERFORM VAG-CURSO THRU VAG-CURSO-FIM
           MOVE "RELATORIO FINAL DO PROCESSO SELETIVO" TO LC-TITULO
           PERFORM REL-CABECALHO THRU REL-CABECALHO-FIM
           MOVE "INSCRITOS..............................." TO LR-TEXTO
           MOVE W-QT-INSC TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "SEM NOTA LANCADA........................" TO LR-TEXTO
           MOVE W-SEM-NOTA TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "AUSENTES NA PROVA......................." TO LR-TEXTO
           MOVE W-QT-AUS TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "MATRICULADOS............................" TO LR-TEXTO
           MOVE W-QT-MAT TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "APROVADOS AGUARDANDO MATRICULA.........." TO LR-TEXTO
           MOVE W-QT-APR TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "LISTA DE ESPERA........................." TO LR-TEXTO
           MOVE W-QT-ESP TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "DESISTENTES............................." TO LR-TEXTO
           MOVE W-QT-DES TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "NAO APROVADOS (ABAIXO DA NOTA MINIMA)..." TO LR-TEXTO
           MOVE W-QT-REP TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "VAGAS NAS TURMAS........................" TO LR-TEXTO
           MOVE W-VAGAS-TOT TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "MATRICULAS ATIVAS NAS TURMAS............" TO LR-TEXTO
           MOVE W-OCUPADAS TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "VAGAS AINDA LIVRES......................" TO LR-TEXTO
           MOVE W-LIVRES TO LR-VALOR
           PERFORM REL-RES THRU REL-RES-FIM
           MOVE "NOTA MINIMA DE APROVACAO................" TO LN-TEXTO
           MOVE PS-NOTA-MIN TO LN-VALOR
           PERFORM REL-RESN THRU REL-RESN-FIM
           MOVE "NOTA DE CORTE (ULTIMO CONVOCADO)........" TO LN-TEXTO
           MOVE W-NOTA-CORTE TO LN-VALOR
           PERFORM REL-RESN THRU REL-RESN-FIM
           MOVE "MEDIA GERAL DOS PRESENTES..............." TO LN-TEXTO
           MOVE W-MEDIA-GER TO LN-VALOR
           PERFORM REL-RESN THRU REL-RESN-FIM
           CLOSE RELPROC
           DISPLAY "RELATORIO GRAVADO EM RELPS.DAT"
           IF PS-SITUACAO = "E"
               GO TO PSL-MENU.
           DISPLAY "ENCERRAR O PROCESSO SELETIVO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               GO TO PSL-MENU.
           MOVE "E" TO PS-SITUACAO
           MOVE W-DATASYS-N TO PS-DATA-ENC
           REWRITE REGPROCSEL
           DISPLAY "*** PROCESSO SELETIVO ENCERRADO ***"
           GO TO PSL-MENU.
      *
       REL-RES.
           MOVE LINRES TO LINRELPROC
           WRITE LINRELPROC.
       REL-RES-FIM.
           EXIT.
       REL-RESN.
           MOVE LINRESN TO LINRELPROC
           WRITE LINRELPROC.
       REL-RESN-FIM.
           EXIT.
      *
      **************************************
      * ATRIBUICAO AUTOMATICA DE NUMERO DA *
      * SERIE RA         (ARQUIVO CADSERIES) *
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
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSERIES"
                   GO TO SER-PROXNUM-FIM.
           MOVE "RA" TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE "RA" TO SR-SERIE
               MOVE 1 TO SR-PROXIMO
               WRITE REGSERIES.
       SER-PROXNUM-TST.
           MOVE SR-PROXIMO TO W-NUM-LIVRE
           ADD 1 TO SR-PROXIMO
           REWRITE REGSERIES
           MOVE W-NUM-LIVRE TO RA
           READ CADALUNO
           IF ST-ERRO-ALU = "00"
               MOVE "RA" TO SR-SERIE
               READ CADSERIES
               GO TO SER-PROXNUM-TST.
           MOVE "00" TO ST-ERRO-ALU
           CLOSE CADSERIES.
       SER-PROXNUM-FIM.
           EXIT.
      *
      **************************
      * ROTINA DE AUDITORIA    *
      **************************
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR73T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
      *****************************
      *CALCULO DA IDADE (DATA DE NASCIMENTO)
      *****************************
      *
       ROT-CALCIDADE.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           COMPUTE W-IDADE = W-ANO-SYS - CD-NASC-ANO
           IF W-MES-SYS < CD-NASC-MES OR
              (W-MES-SYS = CD-NASC-MES AND W-DIA-SYS < CD-NASC-DIA)
               COMPUTE W-IDADE = W-IDADE - 1.
           IF W-IDADE < 18
               MOVE 1 TO W-MENOR
           ELSE
               MOVE 0 TO W-MENOR.
       ROT-CALCIDADE-FIM.
           EXIT.
      *
      *****************************
      *VALIDACAO DE CPF (DIGITO VERIFICADOR)
      *****************************
      *
       ROT-VALCPF.
           MOVE 0 TO FLAGCPF
           IF W-CPF-D(1) = W-CPF-D(2) AND W-CPF-D(2) = W-CPF-D(3) AND
              W-CPF-D(3) = W-CPF-D(4) AND W-CPF-D(4) = W-CPF-D(5) AND
              W-CPF-D(5) = W-CPF-D(6) AND W-CPF-D(6) = W-CPF-D(7) AND
              W-CPF-D(7) = W-CPF-D(8) AND W-CPF-D(8) = W-CPF-D(9) AND
              W-CPF-D(9) = W-CPF-D(10) AND W-CPF-D(10) = W-CPF-D(11)
                  MOVE 1 TO FLAGCPF
                  GO TO ROT-VALCPF-FIM.
           COMPUTE W-SOMACPF =
               W-CPF-D(1) * 10 + W-CPF-D(2) * 9 + W-CPF-D(3) * 8 +
               W-CPF-D(4) * 7  + W-CPF-D(5) * 6 + W-CPF-D(6) * 5 +
               W-CPF-D(7) * 4  + W-CPF-D(8) * 3 + W-CPF-D(9) * 2
           DIVIDE W-SOMACPF BY 11 GIVING W-QUOCPF REMAINDER W-RESTOCPF
           IF W-RESTOCPF < 2
               MOVE 0 TO W-DVCPF1
           ELSE
               COMPUTE W-DVCPF1 = 11 - W-RESTOCPF.
           IF W-DVCPF1 NOT = W-CPF-D(10)
               MOVE 1 TO FLAGCPF
               GO TO ROT-VALCPF-FIM.
           COMPUTE W-SOMACPF =
               W-CPF-D(1) * 11 + W-CPF-D(2) * 10 + W-CPF-D(3) * 9 +
               W-CPF-D(4) * 8  + W-CPF-D(5) * 7  + W-CPF-D(6) * 6 +
               W-CPF-D(7) * 5  + W-CPF-D(8) * 4  + W-CPF-D(9) * 3 +
               W-CPF-D(10) * 2
           DIVIDE W-SOMACPF BY 11 GIVING W-QUOCPF REMAINDER W-RESTOCPF
           IF W-RESTOCPF < 2
               MOVE 0 TO W-DVCPF2
           ELSE
               COMPUTE W-DVCPF2 = 11 - W-RESTOCPF.
           IF W-DVCPF2 NOT = W-CPF-D(11)
               MOVE 1 TO FLAGCPF.
       ROT-VALCPF-FIM.
           EXIT.
      *
       PSL-FIM.
           CLOSE CADPROCSEL CADCANDID CADTURMA CADMATRIC CADALUNO
                 AUDITLOG
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
