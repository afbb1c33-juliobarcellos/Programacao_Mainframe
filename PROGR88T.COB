       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR88T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * REQUISICAO DE CONTRATACAO POR VAGA *
      * DO QUADRO (PROGR62T): APROVACAO,   *
      * CANDIDATOS POR ETAPA, ADMISSAO NO  *
      * CADFUN AO CONTRATAR E RELATORIO DE *
      * TEMPO DE CONTRATACAO E REQUISICOES *
      * ABERTAS POR DEPARTAMENTO           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RQ-NUMERO
                    FILE STATUS  IS ST-ERRO-REQ.
      *
      *-----------------------------------------------------------------
           SELECT CADCANDRH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CD-CHAVE
                    FILE STATUS  IS ST-ERRO-CAN.
      *
      *-----------------------------------------------------------------
           SELECT CADFAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FX-CARGO
                    FILE STATUS  IS ST-ERRO-FX.
      *
      *-----------------------------------------------------------------
           SELECT CADFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMREG
                    FILE STATUS  IS ST-ERRO-FUN
                    ALTERNATE RECORD KEY IS NOME  WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADQUADRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QD-CHAVE
                    FILE STATUS  IS ST-ERRO-QDR.
      *
      *-----------------------------------------------------------------
           SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODDEP
                    FILE STATUS  IS ST-ERRO-DEP
                    ALTERNATE RECORD IS DESCDEP WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCAR
                    FILE STATUS  IS ST-ERRO-CAR
                    ALTERNATE RECORD IS DESCCAR WITH DUPLICATES.
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
           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *
      *-----------------------------------------------------------------
           SELECT RELREQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    REQUISICAO: P=AGUARDANDO APROVACAO A=APROVADA (ABERTA)
      *    F=FECHADA COM A CONTRATACAO C=CANCELADA
       FD CADREQ
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREQ.DAT".
       01 REGREQ.
                03 RQ-NUMERO       PIC 9(06).
                03 RQ-DEP          PIC 9(01).
                03 RQ-CARGO        PIC 9(01).
                03 RQ-SALARIO      PIC 9(06)V99.
                03 RQ-SOLICIT      PIC X(30).
                03 RQ-SITUACAO     PIC X(01).
                03 RQ-DATA-ABE     PIC 9(08).
                03 RQ-APROVADOR    PIC X(08).
                03 RQ-DATA-APR     PIC 9(08).
                03 RQ-DATA-FEC     PIC 9(08).
                03 RQ-NUMREG       PIC 9(06).
                03 RQ-MOTIVO       PIC X(30).
                03 RQ-OPERADOR     PIC X(08).

      *    CANDIDATO DA REQUISICAO: ETAPA T=TRIAGEM E=ENTREVISTA
      *    X=EXAME O=OFERTA C=CONTRATADO R=REPROVADO
       FD CADCANDRH
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCANDRH.DAT".
       01 REGCANDID.
                03 CD-CHAVE.
                    05 CD-REQ      PIC 9(06).
                    05 CD-SEQ      PIC 9(02).
                03 CD-NOME         PIC X(30).
                03 CD-FONE         PIC X(15).
                03 CD-NUMFILHOS    PIC 9(01).
                03 CD-ETAPA        PIC X(01).
                03 CD-DATA-INC     PIC 9(08).
                03 CD-DATA-ETAPA   PIC 9(08).
                03 CD-OBS          PIC X(30).
                03 CD-OPERADOR     PIC X(08).

      *    FAIXA SALARIAL DO CARGO PARA A OFERTA DA REQUISICAO
       FD CADFAIXA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFAIXA.DAT".
       01 REGFAIXA.
                03 FX-CARGO        PIC 9(01).
                03 FX-SAL-MIN      PIC 9(06)V99.
                03 FX-SAL-MAX      PIC 9(06)V99.

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

       FD CADQUADRO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADQUADRO.DAT".
       01 REGQUADRO.
                03 QD-CHAVE.
                    05 QD-DEP      PIC 9(01).
                    05 QD-CARGO    PIC 9(01).
                03 QD-APROVADAS    PIC 9(03).
                03 QD-OCUPADAS     PIC 9(03).

       FD CADDEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 CODDEP          PIC 9(01).
                03 DESCDEP         PIC X(22).

       FD CADCAR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
                03 CODCAR          PIC 9(01).
                03 DESCCAR         PIC X(20).

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

       FD JORNAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "JORNAL.DAT".
       01 LINJORNAL.
                03 JR-DATA         PIC 9(08).
                03 FILLER          PIC X(01).
                03 JR-HORA         PIC 9(08).
                03 FILLER          PIC X(01).
                03 JR-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01).
                03 JR-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01).
                03 JR-ARQUIVO      PIC X(10).
                03 FILLER          PIC X(01).
                03 JR-OPERACAO     PIC X(01).
                03 FILLER          PIC X(01).
                03 JR-IMAGEM       PIC X(413).

       FD RELREQ
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "REQVAGA.DAT".
       01 LINRELREQ           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-REQ  PIC X(02) VALUE "00".
       77 ST-ERRO-CAN  PIC X(02) VALUE "00".
       77 ST-ERRO-FX   PIC X(02) VALUE "00".
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 ST-ERRO-QDR  PIC X(02) VALUE "00".
       77 ST-ERRO-DEP  PIC X(02) VALUE "00".
       77 ST-ERRO-CAR  PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-JRN  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ETAPA      PIC X(01) VALUE SPACES.
       77 W-TEM-QDR    PIC 9(01) VALUE ZEROS.
       77 W-TEM-DEP    PIC 9(01) VALUE ZEROS.
       77 W-TEM-CAR    PIC 9(01) VALUE ZEROS.
       77 W-VAGA       PIC 9(01) VALUE ZEROS.
       77 W-NOVO       PIC 9(01) VALUE ZEROS.
       77 W-REQ        PIC 9(06) VALUE ZEROS.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-ULT-SEQ    PIC 9(02) VALUE ZEROS.
       77 W-DEP        PIC 9(01) VALUE ZEROS.
       77 W-CARGO      PIC 9(01) VALUE ZEROS.
       77 W-SALARIO    PIC 9(06)V99 VALUE ZEROS.
       77 W-QTD-ABERTA PIC 9(03) VALUE ZEROS.
       77 W-NUM-LIVRE  PIC 9(06) VALUE ZEROS.
       77 W-NUMREG     PIC 9(06) VALUE ZEROS.
       77 W-ORDEM-ANT  PIC 9(01) VALUE ZEROS.
       77 W-ORDEM-NOV  PIC 9(01) VALUE ZEROS.
       77 W-DEP-IX     PIC 9(02) VALUE ZEROS.
       77 W-DIAS-ABE   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-FEC   PIC 9(07) VALUE ZEROS.
       77 W-DIAS       PIC 9(05) VALUE ZEROS.
       77 W-QTD-DEP    PIC 9(04) VALUE ZEROS.
       77 W-DEP-ABERT  PIC 9(04) VALUE ZEROS.
       77 W-DEP-FECH   PIC 9(04) VALUE ZEROS.
       77 W-DEP-DIAS   PIC 9(07) VALUE ZEROS.
       77 W-TOT-ABERT  PIC 9(05) VALUE ZEROS.
       77 W-TOT-FECH   PIC 9(05) VALUE ZEROS.
       77 W-TOT-DIAS   PIC 9(08) VALUE ZEROS.
       77 W-MEDIA      PIC 9(05) VALUE ZEROS.
       77 W-MASC-SAL   PIC ZZZ.ZZ9,99.
       77 W-MASC-MIN   PIC ZZZ.ZZ9,99.

       01 W-HOJE8.
           03 W-HJ-ANO        PIC 9(04).
           03 W-HJ-MES        PIC 9(02).
           03 W-HJ-DIA        PIC 9(02).
       01 W-HOJE8-N REDEFINES W-HOJE8 PIC 9(08).
       01 W-DATA-ADM.
           03 W-AD-ANO        PIC 9(04).
           03 W-AD-MES        PIC 9(02).
           03 W-AD-DIA        PIC 9(02).
       01 W-DATA-ADM-N REDEFINES W-DATA-ADM PIC 9(08).
       01 W-DATA-TRAB.
           03 W-DT-ANO        PIC 9(04).
           03 W-DT-MES        PIC 9(02).
           03 W-DT-DIA        PIC 9(02).
       01 W-DATA-TRAB-N REDEFINES W-DATA-TRAB PIC 9(08).
       01 W-CHAVE-AUD.
           03 W-CA-REQ        PIC 9(06).
           03 W-CA-SEQ        PIC 9(02).
           03 FILLER          PIC X(07) VALUE SPACES.

      *    ORDEM DAS ETAPAS DO CANDIDATO (SO AVANCA)
       01 TAB-ETAPA-V.
           03 FILLER          PIC X(06) VALUE "TEXOCR".
       01 TAB-ETAPA REDEFINES TAB-ETAPA-V.
           03 TE-COD          PIC X(01) OCCURS 6 TIMES.
       01 TAB-ETDESC-V.
           03 FILLER          PIC X(10) VALUE "TRIAGEM   ".
           03 FILLER          PIC X(10) VALUE "ENTREVISTA".
           03 FILLER          PIC X(10) VALUE "EXAME     ".
           03 FILLER          PIC X(10) VALUE "OFERTA    ".
           03 FILLER          PIC X(10) VALUE "CONTRATADO".
           03 FILLER          PIC X(10) VALUE "REPROVADO ".
       01 TAB-ETDESC REDEFINES TAB-ETDESC-V.
           03 TE-DESC         PIC X(10) OCCURS 6 TIMES.
       77 W-ET-IX      PIC 9(01) VALUE ZEROS.

       01 LINSEP.
           03 FILLER          PIC X(78) VALUE ALL "-".
       01 LINREQ-CAB.
           03 FILLER          PIC X(40)
              VALUE "REQUISICOES DE CONTRATACAO POR DEPARTAME".
           03 FILLER          PIC X(09) VALUE "NTO - DAT".
           03 FILLER          PIC X(02) VALUE "A ".
           03 LR-DATA         PIC 9(08).
       01 LINREQ-CAB2.
           03 FILLER          PIC X(40)
              VALUE "REQUIS C SALARIO    SOLICITANTE         ".
           03 FILLER          PIC X(38)
              VALUE " SIT ABERTURA FECHAM.  DIAS NUMREG".
       01 LINREQ-DEP.
           03 FILLER          PIC X(14) VALUE "DEPARTAMENTO: ".
           03 LR-DEPTO        PIC 9(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-DESCDEP      PIC X(22).
       01 LINREQ-DET.
           03 LR-NUMERO       PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-CARGO        PIC 9(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-SALARIO      PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-SOLICIT      PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-SIT          PIC X(01).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LR-DATA-ABE     PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-DATA-FEC     PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-DIAS         PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-NUMREG       PIC 9(06).
       01 LINREQ-TDEP.
           03 FILLER          PIC X(10) VALUE "ABERTAS: ".
           03 LR-QTD-ABERT    PIC ZZZ9.
           03 FILLER          PIC X(14) VALUE "  CONTRATADAS:".
           03 LR-QTD-FECH     PIC ZZZ9.
           03 FILLER          PIC X(30)
              VALUE "  TEMPO MEDIO DE CONTRATACAO: ".
           03 LR-MEDIA        PIC ZZZZ9.
           03 FILLER          PIC X(05) VALUE " DIAS".
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       REQ-OP0.
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
       REQ-OP1.
           OPEN I-O CADREQ
           IF ST-ERRO-REQ NOT = "00"
               IF ST-ERRO-REQ = "30"
                   OPEN OUTPUT CADREQ
                   CLOSE CADREQ
                   DISPLAY "* ARQUIVO CADREQ SENDO CRIADO *"
                   GO TO REQ-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREQ"
                   GO TO ROT-FIM.
       REQ-OP2.
           OPEN I-O CADCANDRH
           IF ST-ERRO-CAN NOT = "00"
               IF ST-ERRO-CAN = "30"
                   OPEN OUTPUT CADCANDRH
                   CLOSE CADCANDRH
                   DISPLAY "* ARQUIVO CADCANDRH SENDO CRIADO *"
                   GO TO REQ-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCANDRH"
                   CLOSE CADREQ
                   GO TO ROT-FIM.
       REQ-OP3.
           OPEN I-O CADFAIXA
           IF ST-ERRO-FX NOT = "00"
               IF ST-ERRO-FX = "30"
                   OPEN OUTPUT CADFAIXA
                   CLOSE CADFAIXA
                   DISPLAY "* ARQUIVO CADFAIXA SENDO CRIADO *"
                   GO TO REQ-OP3
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFAIXA"
                   CLOSE CADREQ CADCANDRH
                   GO TO ROT-FIM.
       REQ-OP4.
           OPEN I-O CADFUN
           IF ST-ERRO-FUN NOT = "00"
               IF ST-ERRO-FUN = "30"
                   OPEN OUTPUT CADFUN
                   CLOSE CADFUN
                   DISPLAY "* ARQUIVO CADFUN SENDO CRIADO *"
                   GO TO REQ-OP4
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUN"
                   CLOSE CADREQ CADCANDRH CADFAIXA
                   GO TO ROT-FIM.
           OPEN OUTPUT RELREQ
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO REQVAGA"
               CLOSE CADREQ CADCANDRH CADFAIXA CADFUN
               GO TO ROT-FIM.
      *    QUADRO DE VAGAS MANTIDO NO PROGR62T (OPCIONAL)
           MOVE 1 TO W-TEM-QDR
           OPEN I-O CADQUADRO
           IF ST-ERRO-QDR NOT = "00"
               MOVE ZEROS TO W-TEM-QDR.
           MOVE 1 TO W-TEM-DEP
           OPEN INPUT CADDEP
           IF ST-ERRO-DEP NOT = "00"
               MOVE ZEROS TO W-TEM-DEP.
           MOVE 1 TO W-TEM-CAR
           OPEN INPUT CADCAR
           IF ST-ERRO-CAR NOT = "00"
               MOVE ZEROS TO W-TEM-CAR.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
               OPEN OUTPUT JORNAL.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       REQ-MENU.
           DISPLAY " "
           DISPLAY "REQUISICOES DE CONTRATACAO"
           DISPLAY "OPCAO (N=NOVA REQUISICAO A=APROVAR/CANCELAR "
                   "K=CANDIDATOS T=RELATORIO B=FAIXAS F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO REQ-FIM.
           IF W-OPCAO = "N" OR "n"
               GO TO NOV-001.
           IF W-OPCAO = "A" OR "a"
               GO TO APR-001.
           IF W-OPCAO = "K" OR "k"
               GO TO CAN-001.
           IF W-OPCAO = "T" OR "t"
               GO TO REL-001.
           IF W-OPCAO = "B" OR "b"
               GO TO FAI-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO REQ-MENU.
      *
      *****************************************
      * FAIXA SALARIAL POR CARGO (SUPERVISOR)  *
      *****************************************
      *
       FAI-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* FAIXAS SOMENTE PARA O SUPERVISOR *"
               GO TO REQ-MENU.
           DISPLAY "CARGO (1-9, 0=VOLTAR): "
           ACCEPT W-CARGO
           IF W-CARGO = ZEROS
               GO TO REQ-MENU.
           PERFORM CAR-DESCR THRU CAR-DESCR-FIM
           DISPLAY "CARGO: " DESCCAR
           MOVE W-CARGO TO FX-CARGO
           READ CADFAIXA
           IF ST-ERRO-FX = "00"
               MOVE ZEROS TO W-NOVO
               MOVE FX-SAL-MIN TO W-MASC-MIN
               MOVE FX-SAL-MAX TO W-MASC-SAL
               DISPLAY "FAIXA ATUAL: " W-MASC-MIN " A " W-MASC-SAL
           ELSE
               MOVE 1 TO W-NOVO
               MOVE W-CARGO TO FX-CARGO.
       FAI-002.
           DISPLAY "SALARIO MINIMO DA FAIXA: "
           ACCEPT FX-SAL-MIN
           DISPLAY "SALARIO MAXIMO DA FAIXA: "
           ACCEPT FX-SAL-MAX
           IF FX-SAL-MIN = ZEROS OR FX-SAL-MAX < FX-SAL-MIN
               DISPLAY "*** FAIXA INVALIDA ***"
               GO TO FAI-002.
           IF W-NOVO = 1
               WRITE REGFAIXA
           ELSE
               REWRITE REGFAIXA.
           IF ST-ERRO-FX NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADFAIXA"
               GO TO REQ-FIM.
           MOVE "FAIXA SAL"  TO AU-OPERACAO
           MOVE ZEROS        TO W-CA-REQ W-CA-SEQ
           MOVE W-CARGO      TO W-CA-SEQ
           MOVE DESCCAR      TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** FAIXA GRAVADA ***"
           GO TO FAI-001.
      *
      *****************************************
      * NOVA REQUISICAO: POSICAO COM VAGA NO   *
      * QUADRO E SALARIO DENTRO DA FAIXA       *
      *****************************************
      *
       NOV-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO REQ-MENU.
           MOVE ZEROS TO W-REQ
           DISPLAY "DEPARTAMENTO (1-9, 0=VOLTAR): "
           ACCEPT W-DEP
           IF W-DEP = ZEROS
               GO TO REQ-MENU.
           IF W-TEM-DEP = 1
               MOVE W-DEP TO CODDEP
               READ CADDEP
               IF ST-ERRO-DEP NOT = "00"
                   DISPLAY "*** DEPARTAMENTO NAO CADASTRADO ***"
                   GO TO NOV-001
               ELSE
                   DISPLAY DESCDEP.
       NOV-002.
           DISPLAY "CARGO (1-9): "
           ACCEPT W-CARGO
           IF W-CARGO = ZEROS
               GO TO NOV-001.
           PERFORM CAR-DESCR THRU CAR-DESCR-FIM
           DISPLAY DESCCAR
           PERFORM QDR-VAGA THRU QDR-VAGA-FIM
           IF W-VAGA = ZEROS
               DISPLAY "* POSICAO SEM VAGA NO QUADRO (PROGR62T) *"
               GO TO NOV-001.
           MOVE W-CARGO TO FX-CARGO
           READ CADFAIXA
           IF ST-ERRO-FX NOT = "00"
               DISPLAY "* CARGO SEM FAIXA SALARIAL CADASTRADA *"
               GO TO NOV-001.
           MOVE FX-SAL-MIN TO W-MASC-MIN
           MOVE FX-SAL-MAX TO W-MASC-SAL
           DISPLAY "FAIXA DO CARGO: " W-MASC-MIN " A " W-MASC-SAL.
       NOV-003.
           DISPLAY "SALARIO OFERECIDO: "
           ACCEPT W-SALARIO
           IF W-SALARIO < FX-SAL-MIN OR W-SALARIO > FX-SAL-MAX
               DISPLAY "*** SALARIO FORA DA FAIXA DO CARGO ***"
               GO TO NOV-003.
       NOV-004.
           MOVE SPACES TO RQ-SOLICIT
           DISPLAY "SOLICITANTE: "
           ACCEPT RQ-SOLICIT
           IF RQ-SOLICIT = SPACES
               DISPLAY "SOLICITANTE NAO PODE SER BRANCO"
               GO TO NOV-004.
           DISPLAY "CONFIRMA A REQUISICAO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** REQUISICAO NAO GRAVADA ***"
               GO TO NOV-001.
           PERFORM SER-PROXREQ THRU SER-PROXREQ-FIM
           IF W-NUM-LIVRE = ZEROS
               GO TO REQ-MENU.
           MOVE W-NUM-LIVRE  TO RQ-NUMERO
           MOVE W-DEP        TO RQ-DEP
           MOVE W-CARGO      TO RQ-CARGO
           MOVE W-SALARIO    TO RQ-SALARIO
           MOVE "P"          TO RQ-SITUACAO
           MOVE W-HOJE8-N    TO RQ-DATA-ABE
           MOVE SPACES       TO RQ-APROVADOR RQ-MOTIVO
           MOVE ZEROS        TO RQ-DATA-APR RQ-DATA-FEC RQ-NUMREG
           MOVE W-OPERADOR   TO RQ-OPERADOR
           WRITE REGREQ
           IF ST-ERRO-REQ NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADREQ"
               GO TO REQ-FIM.
           MOVE "REQUISICAO" TO AU-OPERACAO
           MOVE RQ-NUMERO    TO W-CA-REQ
           MOVE ZEROS        TO W-CA-SEQ
           MOVE RQ-SOLICIT   TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** REQUISICAO " RQ-NUMERO
                   " GRAVADA - AGUARDANDO APROVACAO ***"
           GO TO REQ-MENU.
      *
      *****************************************
      * APROVACAO OU CANCELAMENTO DA           *
      * REQUISICAO (SUPERVISOR)                *
      *****************************************
      *
       APR-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* APROVACAO SOMENTE PARA O SUPERVISOR *"
               GO TO REQ-MENU.
           DISPLAY "NUMERO DA REQUISICAO (0=VOLTAR): "
           ACCEPT W-REQ
           IF W-REQ = ZEROS
               GO TO REQ-MENU.
           MOVE W-REQ TO RQ-NUMERO
           READ CADREQ
           IF ST-ERRO-REQ NOT = "00"
               DISPLAY "*** REQUISICAO NAO CADASTRADA ***"
               GO TO APR-001.
           PERFORM REQ-MOSTRA THRU REQ-MOSTRA-FIM
           IF RQ-SITUACAO = "F" OR RQ-SITUACAO = "C"
               DISPLAY "*** REQUISICAO JA ENCERRADA ***"
               GO TO APR-001.
       APR-002.
           DISPLAY "A=APROVAR C=CANCELAR V=VOLTAR: "
           ACCEPT W-OPCAO
           IF W-OPCAO = "V" OR "v"
               GO TO APR-001.
           IF W-OPCAO = "A" OR "a"
               GO TO APR-APROVA.
           IF W-OPCAO = "C" OR "c"
               GO TO APR-CANCELA.
           GO TO APR-002.
       APR-APROVA.
           IF RQ-SITUACAO = "A"
               DISPLAY "*** REQUISICAO JA APROVADA ***"
               GO TO APR-001.
           MOVE RQ-DEP   TO W-DEP
           MOVE RQ-CARGO TO W-CARGO
           PERFORM QDR-VAGA THRU QDR-VAGA-FIM
           IF W-VAGA = ZEROS
               DISPLAY "* POSICAO SEM VAGA NO QUADRO (PROGR62T) *"
               GO TO APR-001.
           MOVE "A"        TO RQ-SITUACAO
           MOVE W-OPERADOR TO RQ-APROVADOR
           MOVE W-HOJE8-N  TO RQ-DATA-APR
           MOVE "APROVACAO" TO AU-OPERACAO
           MOVE SPACES      TO AU-MOTIVO
           GO TO APR-GRAVA.
       APR-CANCELA.
           MOVE SPACES TO RQ-MOTIVO
           DISPLAY "MOTIVO DO CANCELAMENTO: "
           ACCEPT RQ-MOTIVO
           IF RQ-MOTIVO = SPACES
               DISPLAY "MOTIVO NAO PODE SER BRANCO"
               GO TO APR-CANCELA.
           MOVE "C"        TO RQ-SITUACAO
           MOVE W-HOJE8-N  TO RQ-DATA-FEC
           MOVE "CANCELA"  TO AU-OPERACAO
           MOVE RQ-MOTIVO  TO AU-MOTIVO.
       APR-GRAVA.
           REWRITE REGREQ
           IF ST-ERRO-REQ NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADREQ"
               GO TO REQ-FIM.
           MOVE RQ-NUMERO TO W-CA-REQ
           MOVE ZEROS     TO W-CA-SEQ
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** REQUISICAO ATUALIZADA ***"
           GO TO APR-001.
      *
      *****************************************
      * CANDIDATOS DA REQUISICAO APROVADA:     *
      * INCLUSAO E AVANCO DE ETAPA; NA         *
      * CONTRATACAO O FUNCIONARIO E GRAVADO NO *
      * CADFUN E A REQUISICAO E FECHADA        *
      *****************************************
      *
       CAN-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO REQ-MENU.
           DISPLAY "NUMERO DA REQUISICAO (0=VOLTAR): "
           ACCEPT W-REQ
           IF W-REQ = ZEROS
               GO TO REQ-MENU.
           MOVE W-REQ TO RQ-NUMERO
           READ CADREQ
           IF ST-ERRO-REQ NOT = "00"
               DISPLAY "*** REQUISICAO NAO CADASTRADA ***"
               GO TO CAN-001.
           PERFORM REQ-MOSTRA THRU REQ-MOSTRA-FIM
           IF RQ-SITUACAO NOT = "A"
               DISPLAY "*** REQUISICAO NAO ESTA APROVADA/ABERTA ***"
               GO TO CAN-001.
       CAN-LISTA.
           MOVE ZEROS TO W-ULT-SEQ
           MOVE W-REQ TO CD-REQ
           MOVE ZEROS TO CD-SEQ
           START CADCANDRH KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO-CAN NOT = "00"
               GO TO CAN-002.
       CAN-LISTA-LER.
           READ CADCANDRH NEXT RECORD
           IF ST-ERRO-CAN NOT = "00"
               GO TO CAN-002.
           IF CD-REQ NOT = W-REQ
               GO TO CAN-002.
           MOVE CD-SEQ TO W-ULT-SEQ
           MOVE CD-ETAPA TO W-ETAPA
           PERFORM ETA-ORDEM THRU ETA-ORDEM-FIM
           DISPLAY CD-SEQ " " CD-NOME " " TE-DESC(W-ET-IX) " "
                   CD-DATA-ETAPA
           GO TO CAN-LISTA-LER.
       CAN-002.
           MOVE "00" TO ST-ERRO-CAN
           DISPLAY "CANDIDATO (SEQ, 0=NOVO CANDIDATO, 99=VOLTAR): "
           ACCEPT W-SEQ
           IF W-SEQ = 99
               GO TO CAN-001.
           IF W-SEQ = ZEROS
               GO TO CAN-NOVO.
           MOVE W-REQ TO CD-REQ
           MOVE W-SEQ TO CD-SEQ
           READ CADCANDRH
           IF ST-ERRO-CAN NOT = "00"
               DISPLAY "*** CANDIDATO NAO CADASTRADO ***"
               GO TO CAN-002.
           IF CD-ETAPA = "C" OR CD-ETAPA = "R"
               DISPLAY "*** CANDIDATO JA ENCERRADO ***"
               GO TO CAN-002.
           GO TO CAN-ETAPA.
      *
       CAN-NOVO.
           IF W-ULT-SEQ = 98
               DISPLAY "*** LIMITE DE CANDIDATOS DA REQUISICAO ***"
               GO TO CAN-002.
           MOVE W-REQ TO CD-REQ
           COMPUTE CD-SEQ = W-ULT-SEQ + 1
           MOVE SPACES TO CD-NOME CD-FONE CD-OBS
           MOVE ZEROS TO CD-NUMFILHOS.
       CAN-NOVO-NOME.
           DISPLAY "NOME DO CANDIDATO: "
           ACCEPT CD-NOME
           IF CD-NOME = SPACES
               DISPLAY "NOME NAO PODE SER BRANCO"
               GO TO CAN-NOVO-NOME.
           DISPLAY "TELEFONE: "
           ACCEPT CD-FONE
           DISPLAY "NUMERO DE FILHOS: "
           ACCEPT CD-NUMFILHOS
           MOVE "T"        TO CD-ETAPA
           MOVE W-HOJE8-N  TO CD-DATA-INC CD-DATA-ETAPA
           MOVE W-OPERADOR TO CD-OPERADOR
           WRITE REGCANDID
           IF ST-ERRO-CAN NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCANDRH"
               GO TO REQ-FIM.
           MOVE "CANDIDATO" TO AU-OPERACAO
           MOVE CD-REQ      TO W-CA-REQ
           MOVE CD-SEQ      TO W-CA-SEQ
           MOVE CD-NOME     TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** CANDIDATO " CD-SEQ " EM TRIAGEM ***"
           GO TO CAN-LISTA.
      *
       CAN-ETAPA.
           MOVE CD-ETAPA TO W-ETAPA
           PERFORM ETA-ORDEM THRU ETA-ORDEM-FIM
           MOVE W-ET-IX TO W-ORDEM-ANT
           DISPLAY CD-NOME " ETAPA ATUAL: " TE-DESC(W-ET-IX)
           DISPLAY "NOVA ETAPA (E=ENTREVISTA X=EXAME O=OFERTA "
                   "C=CONTRATADO R=REPROVADO): "
           ACCEPT W-ETAPA
           IF W-ETAPA = "e" MOVE "E" TO W-ETAPA.
           IF W-ETAPA = "x" MOVE "X" TO W-ETAPA.
           IF W-ETAPA = "o" MOVE "O" TO W-ETAPA.
           IF W-ETAPA = "c" MOVE "C" TO W-ETAPA.
           IF W-ETAPA = "r" MOVE "R" TO W-ETAPA.
           PERFORM ETA-ORDEM THRU ETA-ORDEM-FIM
           MOVE W-ET-IX TO W-ORDEM-NOV
           IF W-ORDEM-NOV = ZEROS OR W-ORDEM-NOV = 1
               DISPLAY "*** ETAPA INVALIDA ***"
               GO TO CAN-002.
           IF W-ORDEM-NOV NOT > W-ORDEM-ANT
               DISPLAY "*** O CANDIDATO SO AVANCA DE ETAPA ***"
               GO TO CAN-002.
           IF W-ETAPA = "C" AND CD-ETAPA NOT = "O"
               DISPLAY "*** CONTRATACAO SOMENTE APOS A OFERTA ***"
               GO TO CAN-002.
           IF W-ETAPA = "R"
               MOVE SPACES TO CD-OBS
               DISPLAY "MOTIVO DA REPROVACAO: "
               ACCEPT CD-OBS.
           IF W-ETAPA = "C"
               GO TO CON-001.
       CAN-ETAPA-GRAVA.
           MOVE W-ETAPA   TO CD-ETAPA
           MOVE W-HOJE8-N TO CD-DATA-ETAPA
           REWRITE REGCANDID
           IF ST-ERRO-CAN NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCANDRH"
               GO TO REQ-FIM.
           MOVE "ETAPA"   TO AU-OPERACAO
           MOVE CD-REQ    TO W-CA-REQ
           MOVE CD-SEQ    TO W-CA-SEQ
           MOVE SPACES    TO AU-MOTIVO
           MOVE TE-DESC(W-ORDEM-NOV) TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** ETAPA ATUALIZADA ***"
           GO TO CAN-LISTA.
      *
      *****************************************
      * CONTRATACAO: ADMISSAO NO CADFUN COM OS *
      * DADOS DA REQUISICAO E DO CANDIDATO,    *
      * OCUPACAO DA VAGA E FECHAMENTO DA       *
      * REQUISICAO                             *
      *****************************************
      *
       CON-001.
           DISPLAY "DATA DE ADMISSAO (AAAAMMDD, 0=HOJE): "
           ACCEPT W-DATA-ADM-N
           IF W-DATA-ADM-N = ZEROS
               MOVE W-HOJE8-N TO W-DATA-ADM-N.
           IF W-AD-MES < 1 OR W-AD-MES > 12 OR W-AD-DIA < 1 OR
              W-AD-DIA > 31 OR W-AD-ANO < 1900
               DISPLAY "DATA INVALIDA"
               GO TO CON-001.
           MOVE RQ-DEP   TO W-DEP
           MOVE RQ-CARGO TO W-CARGO
           PERFORM QDR-VAGA-ADM THRU QDR-VAGA-ADM-FIM
           IF W-VAGA = ZEROS
               DISPLAY "* POSICAO SEM VAGA NO QUADRO (PROGR62T) *"
               GO TO CAN-002.
           MOVE RQ-SALARIO TO W-MASC-SAL
           DISPLAY "ADMITIR " CD-NOME " DEPTO " RQ-DEP " CARGO "
                   RQ-CARGO " SALARIO " W-MASC-SAL
           DISPLAY "CONFIRMA A CONTRATACAO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** CONTRATACAO NAO REALIZADA ***"
               GO TO CAN-002.
           PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
           IF W-NUM-LIVRE = ZEROS
               GO TO REQ-MENU.
           MOVE W-NUM-LIVRE  TO NUMREG
           MOVE CD-NOME      TO NOME
           MOVE RQ-DEP       TO DEPARTAMENTO
           MOVE RQ-CARGO     TO CARGO
           MOVE RQ-SALARIO   TO SALARIO
           MOVE CD-NUMFILHOS TO NUMFILHOS
           MOVE W-AD-DIA     TO DIAADM
           MOVE W-AD-MES     TO MESADM
           MOVE W-AD-ANO     TO ANOADM
           MOVE ZEROS        TO DIADEM MESDEM ANODEM MOTIVO-DEMISSAO
           MOVE "A"          TO STATUS-REG
           MOVE SPACES       TO MOTIVO-EXCLUSAO
           WRITE REGFUN
           IF ST-ERRO-FUN NOT = "00" AND ST-ERRO-FUN NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADFUN"
               GO TO REQ-FIM.
           MOVE NUMREG TO W-NUMREG
           MOVE "W" TO JR-OPERACAO
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
           PERFORM QDR-OCUPA THRU QDR-OCUPA-FIM
           MOVE "INCLUSAO"  TO AU-OPERACAO
           MOVE SPACES      TO W-CHAVE-AUD
           MOVE NUMREG      TO W-CA-REQ
           MOVE "REQUISICAO" TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
      *    CANDIDATO CONTRATADO E REQUISICAO FECHADA
           MOVE "C"       TO CD-ETAPA
           MOVE W-HOJE8-N TO CD-DATA-ETAPA
           MOVE W-NUMREG  TO CD-OBS
           REWRITE REGCANDID
           MOVE "F"       TO RQ-SITUACAO
           MOVE W-HOJE8-N TO RQ-DATA-FEC
           MOVE W-NUMREG  TO RQ-NUMREG
           REWRITE REGREQ
           IF ST-ERRO-REQ NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADREQ"
               GO TO REQ-FIM.
           MOVE "CONTRATADO" TO AU-OPERACAO
           MOVE CD-REQ       TO W-CA-REQ
           MOVE CD-SEQ       TO W-CA-SEQ
           MOVE CD-NOME      TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           PERFORM CON-ENCERRA THRU CON-ENCERRA-FIM
           DISPLAY "*** FUNCIONARIO ADMITIDO - REGISTRO " W-NUMREG
                   " - REQUISICAO FECHADA ***"
           GO TO CAN-001.
      *
      *    OS DEMAIS CANDIDATOS EM ANDAMENTO SAO REPROVADOS
       CON-ENCERRA.
           MOVE W-REQ TO CD-REQ
           MOVE ZEROS TO CD-SEQ
           START CADCANDRH KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO-CAN NOT = "00"
               GO TO CON-ENCERRA-FIM.
       CON-ENCERRA-LER.
           READ CADCANDRH NEXT RECORD
           IF ST-ERRO-CAN NOT = "00"
               GO TO CON-ENCERRA-FIM.
           IF CD-REQ NOT = W-REQ
               GO TO CON-ENCERRA-FIM.
           IF CD-ETAPA = "C" OR CD-ETAPA = "R"
               GO TO CON-ENCERRA-LER.
           MOVE "R"       TO CD-ETAPA
           MOVE W-HOJE8-N TO CD-DATA-ETAPA
           MOVE "VAGA PREENCHIDA" TO CD-OBS
           REWRITE REGCANDID
           GO TO CON-ENCERRA-LER.
       CON-ENCERRA-FIM.
           MOVE "00" TO ST-ERRO-CAN.
      *
      *****************************************
      * RELATORIO POR DEPARTAMENTO: ABERTAS E  *
      * TEMPO DE CONTRATACAO (ABERTURA ATE O   *
      * FECHAMENTO) DAS CONTRATADAS            *
      *****************************************
      *
       REL-001.
           MOVE ZEROS TO W-TOT-ABERT W-TOT-FECH W-TOT-DIAS
           MOVE W-HOJE8-N TO LR-DATA
           MOVE LINREQ-CAB TO LINRELREQ
           WRITE LINRELREQ
           MOVE LINSEP TO LINRELREQ
           WRITE LINRELREQ
           MOVE 1 TO W-DEP-IX.
       REL-DEP.
           IF W-DEP-IX > 9
               GO TO REL-TOT.
           MOVE ZEROS TO W-QTD-DEP W-DEP-ABERT W-DEP-FECH W-DEP-DIAS
           MOVE ZEROS TO RQ-NUMERO
           START CADREQ KEY IS NOT LESS THAN RQ-NUMERO
           IF ST-ERRO-REQ NOT = "00"
               GO TO REL-DEP-PROX.
       REL-LER.
           READ CADREQ NEXT RECORD
           IF ST-ERRO-REQ NOT = "00"
               GO TO REL-DEP-PROX.
           IF RQ-DEP NOT = W-DEP-IX
               GO TO REL-LER.
           IF RQ-SITUACAO = "C"
               GO TO REL-LER.
           IF W-QTD-DEP = ZEROS
               PERFORM REL-CAB-DEP THRU REL-CAB-DEP-FIM.
           ADD 1 TO W-QTD-DEP
           MOVE RQ-DATA-ABE TO W-DATA-TRAB-N
           COMPUTE W-DIAS-ABE = W-DT-ANO * 365 + W-DT-MES * 30 +
                   W-DT-DIA
           IF RQ-SITUACAO = "F"
               MOVE RQ-DATA-FEC TO W-DATA-TRAB-N
           ELSE
               MOVE W-HOJE8-N TO W-DATA-TRAB-N.
           COMPUTE W-DIAS-FEC = W-DT-ANO * 365 + W-DT-MES * 30 +
                   W-DT-DIA
           MOVE ZEROS TO W-DIAS
           IF W-DIAS-FEC > W-DIAS-ABE
               COMPUTE W-DIAS = W-DIAS-FEC - W-DIAS-ABE.
           IF RQ-SITUACAO = "F"
               ADD 1 TO W-DEP-FECH
               ADD W-DIAS TO W-DEP-DIAS
           ELSE
               ADD 1 TO W-DEP-ABERT.
           MOVE RQ-NUMERO   TO LR-NUMERO
           MOVE RQ-CARGO    TO LR-CARGO
           MOVE RQ-SALARIO  TO LR-SALARIO
           MOVE RQ-SOLICIT  TO LR-SOLICIT
           MOVE RQ-SITUACAO TO LR-SIT
           MOVE RQ-DATA-ABE TO LR-DATA-ABE
           MOVE RQ-DATA-FEC TO LR-DATA-FEC
           MOVE W-DIAS      TO LR-DIAS
           MOVE RQ-NUMREG   TO LR-NUMREG
           MOVE LINREQ-DET TO LINRELREQ
           WRITE LINRELREQ
           GO TO REL-LER.
       REL-DEP-PROX.
           MOVE "00" TO ST-ERRO-REQ
           IF W-QTD-DEP NOT = ZEROS
               MOVE W-DEP-ABERT TO LR-QTD-ABERT
               MOVE W-DEP-FECH  TO LR-QTD-FECH
               MOVE ZEROS TO W-MEDIA
               IF W-DEP-FECH NOT = ZEROS
                   DIVIDE W-DEP-DIAS BY W-DEP-FECH GIVING W-MEDIA.
           IF W-QTD-DEP NOT = ZEROS
               MOVE W-MEDIA TO LR-MEDIA
               MOVE LINREQ-TDEP TO LINRELREQ
               WRITE LINRELREQ
               DISPLAY LINREQ-DEP
               DISPLAY LINREQ-TDEP
               MOVE LINSEP TO LINRELREQ
               WRITE LINRELREQ
               ADD W-DEP-ABERT TO W-TOT-ABERT
               ADD W-DEP-FECH  TO W-TOT-FECH
               ADD W-DEP-DIAS  TO W-TOT-DIAS.
           ADD 1 TO W-DEP-IX
           GO TO REL-DEP.
       REL-TOT.
           MOVE W-TOT-ABERT TO LR-QTD-ABERT
           MOVE W-TOT-FECH  TO LR-QTD-FECH
           MOVE ZEROS TO W-MEDIA
           IF W-TOT-FECH NOT = ZEROS
               DIVIDE W-TOT-DIAS BY W-TOT-FECH GIVING W-MEDIA.
           MOVE W-MEDIA TO LR-MEDIA
           MOVE LINREQ-TDEP TO LINRELREQ
           WRITE LINRELREQ
           DISPLAY "TOTAL GERAL"
           DISPLAY LINREQ-TDEP
           DISPLAY "*** RELATORIO GRAVADO EM REQVAGA.DAT ***"
           GO TO REQ-MENU.
      *
       REL-CAB-DEP.
           MOVE SPACES TO LR-DESCDEP
           IF W-TEM-DEP = 1
               MOVE W-DEP-IX TO CODDEP
               READ CADDEP
               IF ST-ERRO-DEP = "00"
                   MOVE DESCDEP TO LR-DESCDEP.
           MOVE W-DEP-IX   TO LR-DEPTO
           MOVE LINREQ-DEP TO LINRELREQ
           WRITE LINRELREQ
           MOVE LINREQ-CAB2 TO LINRELREQ
           WRITE LINRELREQ.
       REL-CAB-DEP-FIM.
           EXIT.
      *
      *****************************************
      * ROTINAS AUXILIARES                     *
      *****************************************
      *
       REQ-MOSTRA.
           MOVE RQ-SALARIO TO W-MASC-SAL
           DISPLAY "REQUISICAO " RQ-NUMERO " DEPTO " RQ-DEP
                   " CARGO " RQ-CARGO " SALARIO " W-MASC-SAL
           DISPLAY "SOLICITANTE: " RQ-SOLICIT " SITUACAO: "
                   RQ-SITUACAO " ABERTA EM " RQ-DATA-ABE.
       REQ-MOSTRA-FIM.
           EXIT.
      *
       CAR-DESCR.
           MOVE SPACES TO DESCCAR
           IF W-TEM-CAR = 1
               MOVE W-CARGO TO CODCAR
               READ CADCAR
               IF ST-ERRO-CAR NOT = "00"
                   MOVE SPACES TO DESCCAR.
       CAR-DESCR-FIM.
           EXIT.
      *
      *    POSICAO DA ETAPA W-ETAPA NA ORDEM (ZERO = INVALIDA)
       ETA-ORDEM.
           MOVE 1 TO W-ET-IX.
       ETA-ORDEM-LOOP.
           IF TE-COD(W-ET-IX) = W-ETAPA
               GO TO ETA-ORDEM-FIM.
           IF W-ET-IX = 6
               MOVE ZEROS TO W-ET-IX
               GO TO ETA-ORDEM-FIM.
           ADD 1 TO W-ET-IX
           GO TO ETA-ORDEM-LOOP.
       ETA-ORDEM-FIM.
           EXIT.
      *
      *****************************************
      * VAGA PARA NOVA REQUISICAO: APROVADAS   *
      * MAIOR QUE OCUPADAS MAIS AS REQUISICOES *
      * JA ABERTAS PARA A MESMA POSICAO        *
      *****************************************
      *
       QDR-VAGA.
           MOVE 1 TO W-VAGA
           IF W-TEM-QDR NOT = 1
               GO TO QDR-VAGA-FIM.
           MOVE W-DEP   TO QD-DEP
           MOVE W-CARGO TO QD-CARGO
           READ CADQUADRO
           IF ST-ERRO-QDR NOT = "00"
               MOVE ZEROS TO W-VAGA
               GO TO QDR-VAGA-FIM.
           MOVE ZEROS TO W-QTD-ABERTA
           MOVE ZEROS TO RQ-NUMERO
           START CADREQ KEY IS NOT LESS THAN RQ-NUMERO
           IF ST-ERRO-REQ NOT = "00"
               GO TO QDR-VAGA-TST.
       QDR-VAGA-LER.
           READ CADREQ NEXT RECORD
           IF ST-ERRO-REQ NOT = "00"
               GO TO QDR-VAGA-TST.
           IF RQ-DEP = W-DEP AND RQ-CARGO = W-CARGO AND
              RQ-SITUACAO = "A"
               ADD 1 TO W-QTD-ABERTA.
           GO TO QDR-VAGA-LER.
       QDR-VAGA-TST.
           MOVE "00" TO ST-ERRO-REQ
           IF QD-OCUPADAS + W-QTD-ABERTA NOT < QD-APROVADAS
               MOVE ZEROS TO W-VAGA.
           MOVE W-REQ TO RQ-NUMERO
           IF W-REQ NOT = ZEROS
               READ CADREQ.
       QDR-VAGA-FIM.
           EXIT.
      *
      *    NA ADMISSAO A PROPRIA REQUISICAO JA RESERVA A VAGA
       QDR-VAGA-ADM.
           MOVE 1 TO W-VAGA
           IF W-TEM-QDR NOT = 1
               GO TO QDR-VAGA-ADM-FIM.
           MOVE W-DEP   TO QD-DEP
           MOVE W-CARGO TO QD-CARGO
           READ CADQUADRO
           IF ST-ERRO-QDR NOT = "00"
               MOVE ZEROS TO W-VAGA
               GO TO QDR-VAGA-ADM-FIM.
           IF QD-OCUPADAS NOT < QD-APROVADAS
               MOVE ZEROS TO W-VAGA.
       QDR-VAGA-ADM-FIM.
           EXIT.
      *
       QDR-OCUPA.
           IF W-TEM-QDR NOT = 1
               GO TO QDR-OCUPA-FIM.
           MOVE DEPARTAMENTO TO QD-DEP
           MOVE CARGO        TO QD-CARGO
           READ CADQUADRO
           IF ST-ERRO-QDR NOT = "00"
               GO TO QDR-OCUPA-FIM.
           ADD 1 TO QD-OCUPADAS
           REWRITE REGQUADRO.
       QDR-OCUPA-FIM.
           EXIT.
      *
      **************************************
      * NUMERO DA REQUISICAO: SERIE        *
      * "REQVAGA" DO CADSERIES             *
      **************************************
      *
       SER-PROXREQ.
           MOVE ZEROS TO W-NUM-LIVRE
           OPEN I-O CADSERIES
           IF ST-ERRO-SER NOT = "00"
               IF ST-ERRO-SER = "30"
                   OPEN OUTPUT CADSERIES
                   CLOSE CADSERIES
                   GO TO SER-PROXREQ
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSERIES"
                   GO TO SER-PROXREQ-FIM.
           MOVE "REQVAGA" TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE "REQVAGA" TO SR-SERIE
               MOVE 1 TO SR-PROXIMO
               WRITE REGSERIES.
           MOVE SR-PROXIMO TO W-NUM-LIVRE
           ADD 1 TO SR-PROXIMO
           REWRITE REGSERIES
           CLOSE CADSERIES.
       SER-PROXREQ-FIM.
           EXIT.
      *
      **************************************
      * REGISTRO DO ADMITIDO: SERIE        *
      * "NUMREG" DO CADSERIES, A MESMA DA  *
      * INCLUSAO DO PROGR02T               *
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
           MOVE "NUMREG" TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE "NUMREG" TO SR-SERIE
               MOVE 1 TO SR-PROXIMO
               WRITE REGSERIES.
       SER-PROXNUM-TST.
           MOVE SR-PROXIMO TO W-NUM-LIVRE
           ADD 1 TO SR-PROXIMO
           REWRITE REGSERIES
           MOVE W-NUM-LIVRE TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN = "00"
               MOVE "NUMREG" TO SR-SERIE
               READ CADSERIES
               GO TO SER-PROXNUM-TST.
           MOVE "00" TO ST-ERRO-FUN
           CLOSE CADSERIES.
       SER-PROXNUM-FIM.
           EXIT.
      *
      **************************************
      * JORNAL DE ATUALIZACOES DO CADFUN   *
      * (IMAGEM DO REGISTRO GRAVADO, PARA  *
      * A RECUPERACAO DO PROGR64T)         *
      **************************************
      *
       JRN-GRAVA.
           ACCEPT JR-DATA FROM DATE YYYYMMDD
           ACCEPT JR-HORA FROM TIME
           MOVE "PROGR88T" TO JR-PROGRAMA
           MOVE W-OPERADOR TO JR-OPERADOR
           MOVE "CADFUN" TO JR-ARQUIVO
           MOVE SPACES TO JR-IMAGEM
           MOVE REGFUN TO JR-IMAGEM
           WRITE LINJORNAL.
       JRN-GRAVA-FIM.
           EXIT.
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR88T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE W-CHAVE-AUD TO AU-CHAVE
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       REQ-FIM.
           CLOSE CADREQ CADCANDRH CADFAIXA CADFUN RELREQ AUDITLOG
                 JORNAL
           IF W-TEM-QDR = 1
               CLOSE CADQUADRO.
           IF W-TEM-DEP = 1
               CLOSE CADDEP.
           IF W-TEM-CAR = 1
               CLOSE CADCAR.
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
