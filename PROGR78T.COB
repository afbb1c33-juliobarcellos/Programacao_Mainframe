       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR78T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * CONTRATO DE PRESTACAO DE SERVICOS  *
      * NUMERADO POR MATRICULA: DADOS DO   *
      * ALUNO E RESPONSAVEL, VALOR ANUAL,  *
      * PARCELAS COMO O PROGR26T GERA,     *
      * BOLSA VIGENTE, MULTA E JUROS; CON- *
      * TROLE DE EMITIDO/ASSINADO/CANCELADO*
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTRAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CT-CHAVEMAT
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADMATRIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMAT
                    FILE STATUS  IS ST-ERRO-MAT.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERRO-ALU.
      *
      *-----------------------------------------------------------------
           SELECT CADBOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BS-CHAVE
                    FILE STATUS  IS ST-ERRO-BOL.
      *
      *-----------------------------------------------------------------
           SELECT CADTXESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TX-CHAVE
                    FILE STATUS  IS ST-ERRO-TX.
      *
      *-----------------------------------------------------------------
           SELECT CADPARCAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-CHAVE
                    FILE STATUS  IS ST-ERRO-PCA.
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
           SELECT RELCONT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONTRAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTRAT.DAT".
       01 REGCONTRAT.
                03 CT-NUMERO       PIC 9(06).
                03 CT-CHAVEMAT.
                    05 CT-RA        PIC 9(06).
                    05 CT-ANOLETIVO PIC 9(04).
                    05 CT-SEMESTRE  PIC 9(01).
                    05 CT-CURSO     PIC 9(02).
                03 CT-TURMA        PIC X(05).
                03 CT-VALOR-MENS   PIC 9(06)V99.
                03 CT-VALOR-ANUAL  PIC 9(07)V99.
                03 CT-PARCELAS     PIC 9(02).
                03 CT-PCT-BOLSA    PIC 9(03)V99.
                03 CT-MULTA-PCT    PIC 9(02)V99.
                03 CT-JUROS-MES    PIC 9(02)V99.
                03 CT-SITUACAO     PIC X(01).
                03 CT-DATA-EMISSAO PIC 9(08).
                03 CT-DATA-ASSIN   PIC 9(08).
                03 CT-DATA-CANC    PIC 9(08).
                03 CT-OPERADOR     PIC X(08).
                03 CT-VIAS         PIC 9(02).
                03 CT-MULTA-CANC   PIC 9(02)V99.

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

       FD CADBOLSA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADBOLSA.DAT".
       01 REGBOLSA.
                03 BS-CHAVE.
                    05 BS-RA       PIC 9(06).
                    05 BS-SEQ      PIC 9(02).
                03 BS-PERCENT      PIC 9(03)V99.
                03 BS-MOTIVO       PIC 9(02).
                03 BS-VIG-INI      PIC 9(08).
                03 BS-VIG-FIM      PIC 9(08).

       FD CADTXESC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTXESC.DAT".
       01 REGTXESC.
                03 TX-CHAVE        PIC X(01).
                03 TX-MULTA-PCT    PIC 9(02)V99.
                03 TX-JUROS-MES    PIC 9(02)V99.

       FD CADPARCAN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARCAN.DAT".
       01 REGPARCAN.
                03 PC-CHAVE        PIC X(01).
                03 PC-MULTA-PCT    PIC 9(02)V99.
                03 PC-PRORATA      PIC X(01).

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

       FD RELCONT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CONTRATO.DAT".
       01 LINRELCON           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-MAT  PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-BOL  PIC X(02) VALUE "00".
       77 ST-ERRO-TX   PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".
       77 ST-ERRO-PCA  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-HOJE8      PIC 9(08) VALUE ZEROS.
       77 W-NUM-LIVRE  PIC 9(06) VALUE ZEROS.
       77 W-NUM-CON    PIC 9(06) VALUE ZEROS.
       77 W-RA         PIC 9(06) VALUE ZEROS.
       77 W-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-SEMEST     PIC 9(01) VALUE ZEROS.
       77 W-CURSO      PIC 9(02) VALUE ZEROS.
       77 W-VALOR      PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99.
       77 W-TEM-BOLSA  PIC 9(01) VALUE ZEROS.
       77 W-PCT-BOLSA  PIC 9(03)V99 VALUE ZEROS.
       77 W-DATA-COMP  PIC 9(08) VALUE ZEROS.
       77 W-MES-INI    PIC 9(02) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-ACHOU      PIC 9(06) VALUE ZEROS.
       77 W-TOT-LIQ    PIC 9(07)V99 VALUE ZEROS.
       77 W-MULTA-CANC PIC 9(02)V99 VALUE ZEROS.

       01 LINCON-SEP.
           03 FILLER          PIC X(70) VALUE ALL "=".
       01 LINCON-TIT.
           03 FILLER          PIC X(46)
              VALUE "CONTRATO DE PRESTACAO DE SERVICOS EDUCACIONAIS".
           03 FILLER          PIC X(05) VALUE " Nr. ".
           03 LC-NUMERO       PIC 9(06).
       01 LINCON-VIA.
           03 FILLER          PIC X(25)
              VALUE "REIMPRESSAO - VIA NUMERO ".
           03 LC-VIA          PIC Z9.
       01 LINCON-CTTE.
           03 FILLER          PIC X(14) VALUE "CONTRATANTE : ".
           03 LC-RESP         PIC X(30).
           03 FILLER          PIC X(06) VALUE " CPF: ".
           03 LC-CPF-RESP     PIC 9(11).
       01 LINCON-TELR.
           03 FILLER          PIC X(14) VALUE "TELEFONE    : ".
           03 LC-DDD-RESP     PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-TEL-RESP     PIC 9(09).
       01 LINCON-ALUNO.
           03 FILLER          PIC X(14) VALUE "ALUNO(A)    : ".
           03 LC-ALUNO        PIC X(30).
           03 FILLER          PIC X(05) VALUE " RA: ".
           03 LC-RA           PIC 9(06).
       01 LINCON-DOC.
           03 FILLER          PIC X(14) VALUE "CPF / RG    : ".
           03 LC-CPF          PIC 9(11).
           03 FILLER          PIC X(03) VALUE " / ".
           03 LC-RG           PIC X(12).
           03 FILLER          PIC X(13) VALUE "  NASCIMENTO ".
           03 LC-NASC-DIA     PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-NASC-MES     PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-NASC-ANO     PIC 9(04).
       01 LINCON-END.
           03 FILLER          PIC X(14) VALUE "ENDERECO    : ".
           03 LC-LOGRA        PIC X(30).
           03 FILLER          PIC X(02) VALUE ", ".
           03 LC-NUMERO-END   PIC 9(05).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-COMPL        PIC X(20).
       01 LINCON-END2.
           03 FILLER          PIC X(14) VALUE SPACES.
           03 LC-BAIRRO       PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-CIDADE       PIC X(25).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-UF           PIC X(02).
           03 FILLER          PIC X(05) VALUE " CEP ".
           03 LC-CEP          PIC 9(08).
       01 LINCON-CURSO.
           03 FILLER          PIC X(14) VALUE "CURSO/TURMA : ".
           03 LC-CURSO        PIC 9(02).
           03 FILLER          PIC X(03) VALUE " / ".
           03 LC-TURMA        PIC X(05).
           03 FILLER          PIC X(18) VALUE "  PERIODO LETIVO: ".
           03 LC-ANOLET       PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-SEMEST       PIC 9(01).
       01 LINCON-VALOR.
           03 FILLER          PIC X(32)
              VALUE "CLAUSULA 1 - VALOR ANUAL DE R$ ".
           03 LC-ANUAL        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(18) VALUE ", PAGO EM PARCELAS".
       01 LINCON-VALOR2.
           03 FILLER          PIC X(13) VALUE "  MENSAIS DE ".
           03 LC-MENSAL       PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(32)
              VALUE ". NESTE PERIODO SAO AS PARCELAS:".
       01 LINCON-PARC.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LC-PARC         PIC Z9.
           03 FILLER          PIC X(15) VALUE "A. PARCELA VENC".
           03 FILLER          PIC X(04) VALUE "TO 1".
           03 FILLER          PIC X(02) VALUE "0/".
           03 LC-VENC-MES     PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-VENC-ANO     PIC 9(04).
           03 FILLER          PIC X(04) VALUE "  R$".
           03 LC-VALOR-PARC   PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC-BOLSA-PARC   PIC X(15).
       01 LINCON-TOTPER.
           03 FILLER          PIC X(31)
              VALUE "    TOTAL DO PERIODO COM BOLSA ".
           03 LC-TOT-LIQ      PIC Z.ZZZ.ZZ9,99.
       01 LINCON-BOLSA.
           03 FILLER          PIC X(36)
              VALUE "CLAUSULA 2 - BOLSA DE ESTUDOS DE   ".
           03 LC-PCT-BOLSA    PIC ZZ9,99.
           03 FILLER          PIC X(29)
              VALUE " POR CENTO, ENQUANTO VIGENTE.".
       01 LINCON-SEMBOLSA.
           03 FILLER          PIC X(50)
              VALUE "CLAUSULA 2 - NAO HA BOLSA DE ESTUDOS CONCEDIDA.".
       01 LINCON-MULTA.
           03 FILLER          PIC X(38)
              VALUE "CLAUSULA 3 - ATRASO: MULTA UNICA DE  ".
           03 LC-MULTA        PIC Z9,99.
           03 FILLER          PIC X(24)
              VALUE " POR CENTO E JUROS DE   ".
       01 LINCON-MULTA2.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC-JUROS        PIC Z9,99.
           03 FILLER          PIC X(45)
              VALUE " POR CENTO AO MES, PRO RATA DIE, SOBRE A PARC".
           03 FILLER          PIC X(05) VALUE "ELA. ".
       01 LINCON-CLAUS4.
           03 FILLER          PIC X(60)
              VALUE "CLAUSULA 4 - REMATRICULA E DOCUMENTOS DEPENDEM".
       01 LINCON-CLAUS4B.
           03 FILLER          PIC X(60)
              VALUE "  DA QUITACAO DAS PARCELAS VENCIDAS.".
       01 LINCON-CLAUS5.
           03 FILLER          PIC X(38)
              VALUE "CLAUSULA 5 - CANCELAMENTO: MULTA DE  ".
           03 LC-MULTA-CANC   PIC Z9,99.
           03 FILLER          PIC X(25)
              VALUE " POR CENTO SOBRE AS PARC".
       01 LINCON-CLAUS5B.
           03 FILLER          PIC X(60)
              VALUE "  ELAS A VENCER. O TRANCAMENTO NAO TEM MULTA.".
       01 LINCON-DATA.
           03 FILLER          PIC X(20) VALUE "DATA DA EMISSAO:    ".
           03 LC-DATA         PIC 9(08).
           03 FILLER          PIC X(12) VALUE "  OPERADOR: ".
           03 LC-OPER         PIC X(08).
       01 LINCON-ASS1.
           03 FILLER          PIC X(35)
              VALUE "___________________________________".
           03 FILLER          PIC X(05) VALUE SPACES.
           03 FILLER          PIC X(30)
              VALUE "______________________________".
       01 LINCON-ASS2.
           03 FILLER          PIC X(40)
              VALUE "CONTRATANTE".
           03 FILLER          PIC X(30) VALUE "PELA ESCOLA".
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CON-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: APROVEITA O OPERADOR
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER.
           IF ST-ERRO-SES = "00"
               MOVE SES-OPER TO W-OPERADOR
               CLOSE OPERSES.
       CON-OP1.
           OPEN I-O CADCONTRAT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCONTRAT
                   CLOSE CADCONTRAT
                   DISPLAY "* ARQUIVO CADCONTRAT SENDO CRIADO *"
                   GO TO CON-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONTRAT"
                   GO TO ROT-FIM.
           OPEN INPUT CADMATRIC
           IF ST-ERRO-MAT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMATRIC"
               CLOSE CADCONTRAT
               GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
               CLOSE CADCONTRAT CADMATRIC
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-BOLSA
           OPEN INPUT CADBOLSA
           IF ST-ERRO-BOL NOT = "00"
               MOVE ZEROS TO W-TEM-BOLSA.
      *    MULTA E JUROS DA ESCOLA (OS MESMOS DO PROGR27T)
           MOVE ZEROS TO TX-MULTA-PCT TX-JUROS-MES
           OPEN INPUT CADTXESC
           IF ST-ERRO-TX = "00"
               MOVE "1" TO TX-CHAVE
               READ CADTXESC
               IF ST-ERRO-TX NOT = "00"
                   MOVE ZEROS TO TX-MULTA-PCT TX-JUROS-MES.
      *    MULTA DE CANCELAMENTO VIGENTE (PARAMETRO DO PROGR81T)
           MOVE ZEROS TO W-MULTA-CANC
           OPEN INPUT CADPARCAN
           IF ST-ERRO-PCA = "00"
               MOVE "1" TO PC-CHAVE
               READ CADPARCAN
               IF ST-ERRO-PCA = "00"
                   MOVE PC-MULTA-PCT TO W-MULTA-CANC
                   CLOSE CADPARCAN
               ELSE
                   CLOSE CADPARCAN.
           OPEN EXTEND RELCONT
           IF ST-ERRO-REL NOT = "00"
               OPEN OUTPUT RELCONT.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       CON-MENU.
           DISPLAY " "
           DISPLAY "CONTRATOS DE PRESTACAO DE SERVICOS"
           DISPLAY "OPCAO (E=EMITIR A=ASSINATURA C=CANCELAR "
                   "Q=CONSULTAR F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO CON-FIM.
           IF W-OPCAO = "E" OR "e"
               GO TO EMI-001.
           IF W-OPCAO = "A" OR "a"
               GO TO ASS-001.
           IF W-OPCAO = "C" OR "c"
               GO TO CAN-001.
           IF W-OPCAO = "Q" OR "q"
               GO TO QRY-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO CON-MENU.
      *
      *****************************************
      * EMISSAO DO CONTRATO DA MATRICULA;      *
      * CONTRATO VIGENTE E SO REIMPRESSO       *
      *****************************************
      *
       EMI-001.
           DISPLAY "RA DO ALUNO (0=VOLTAR): "
           ACCEPT W-RA
           IF W-RA = ZEROS
               GO TO CON-MENU.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT W-SEMEST
           DISPLAY "CURSO: "
           ACCEPT W-CURSO
           MOVE W-RA     TO RA-M
           MOVE W-ANOLET TO ANOLETIVO
           MOVE W-SEMEST TO SEMESTRE
           MOVE W-CURSO  TO CURSO
           READ CADMATRIC
           IF ST-ERRO-MAT NOT = "00"
               DISPLAY "*** MATRICULA NAO ENCONTRADA ***"
               GO TO EMI-001.
           IF STATUSMAT NOT = "A"
               DISPLAY "*** MATRICULA NAO ESTA ATIVA ***"
               GO TO EMI-001.
           MOVE W-RA TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "*** RA NAO CADASTRADO ***"
               GO TO EMI-001.
           DISPLAY "ALUNO: " NOME-A "  TURMA: " TURMA
           PERFORM CTR-BUSCA THRU CTR-BUSCA-FIM
           IF W-ACHOU = ZEROS
               GO TO EMI-002.
           DISPLAY "MATRICULA JA TEM O CONTRATO " CT-NUMERO
                   " SITUACAO " CT-SITUACAO
           DISPLAY "REIMPRIMIR O CONTRATO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               GO TO EMI-001.
           ADD 1 TO CT-VIAS
           REWRITE REGCONTRAT
           PERFORM IMP-CONTRATO THRU IMP-CONTRATO-FIM
           DISPLAY "*** CONTRATO REIMPRESSO EM CONTRATO.DAT ***"
           GO TO EMI-001.
       EMI-002.
           DISPLAY "VALOR DA MENSALIDADE (O MESMO DO PROGR26T): "
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS
               DISPLAY "VALOR NAO PODE SER ZERO"
               GO TO EMI-002.
           MOVE W-VALOR TO W-VALOR-ED
           DISPLAY "MENSALIDADE " W-VALOR-ED " EM 6 PARCELAS NO "
                   "SEMESTRE. CONFIRMA A EMISSAO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** CONTRATO NAO EMITIDO ***"
               GO TO EMI-001.
           PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
           IF W-NUM-LIVRE = ZEROS
               GO TO EMI-001.
           MOVE W-NUM-LIVRE  TO CT-NUMERO
           MOVE W-RA         TO CT-RA
           MOVE W-ANOLET     TO CT-ANOLETIVO
           MOVE W-SEMEST     TO CT-SEMESTRE
           MOVE W-CURSO      TO CT-CURSO
           MOVE TURMA        TO CT-TURMA
           MOVE W-VALOR      TO CT-VALOR-MENS
           COMPUTE CT-VALOR-ANUAL = W-VALOR * 12
           MOVE 06           TO CT-PARCELAS
           MOVE TX-MULTA-PCT TO CT-MULTA-PCT
           MOVE TX-JUROS-MES TO CT-JUROS-MES
           MOVE W-MULTA-CANC TO CT-MULTA-CANC
      *    BOLSA VIGENTE NO PRIMEIRO MES DO PERIODO
           PERFORM PER-MESES THRU PER-MESES-FIM
           MOVE W-MES-INI TO W-MES
           PERFORM BOL-BUSCA THRU BOL-BUSCA-FIM
           MOVE W-PCT-BOLSA  TO CT-PCT-BOLSA
           MOVE "E"          TO CT-SITUACAO
           MOVE W-HOJE8      TO CT-DATA-EMISSAO
           MOVE ZEROS        TO CT-DATA-ASSIN CT-DATA-CANC CT-VIAS
           MOVE W-OPERADOR   TO CT-OPERADOR
           WRITE REGCONTRAT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCONTRAT"
               GO TO CON-FIM.
           PERFORM IMP-CONTRATO THRU IMP-CONTRATO-FIM
           DISPLAY "CONTRATO EMITIDO NUMERO " CT-NUMERO
                   " - GRAVADO EM CONTRATO.DAT"
           GO TO EMI-001.
      *
      *    CONTRATO NAO CANCELADO DA MATRICULA (CHAVE ALTERNATIVA)
       CTR-BUSCA.
           MOVE ZEROS TO W-ACHOU
           MOVE W-RA     TO CT-RA
           MOVE W-ANOLET TO CT-ANOLETIVO
           MOVE W-SEMEST TO CT-SEMESTRE
           MOVE W-CURSO  TO CT-CURSO
           START CADCONTRAT KEY IS EQUAL CT-CHAVEMAT
           IF ST-ERRO NOT = "00"
               GO TO CTR-BUSCA-FIM.
       CTR-BUSCA-LER.
           READ CADCONTRAT NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CTR-BUSCA-FIM.
           IF CT-RA NOT = W-RA OR CT-ANOLETIVO NOT = W-ANOLET OR
              CT-SEMESTRE NOT = W-SEMEST OR CT-CURSO NOT = W-CURSO
               GO TO CTR-BUSCA-FIM.
           IF CT-SITUACAO = "C"
               GO TO CTR-BUSCA-LER.
           MOVE CT-NUMERO TO W-ACHOU.
       CTR-BUSCA-FIM.
           MOVE "00" TO ST-ERRO
           IF W-ACHOU NOT = ZEROS
               MOVE W-ACHOU TO CT-NUMERO
               READ CADCONTRAT.
      *
      *****************************************
      * ASSINATURA, CANCELAMENTO E CONSULTA    *
      * PELO NUMERO DO CONTRATO                *
      *****************************************
      *
       ASS-001.
           PERFORM NUM-LER THRU NUM-LER-FIM
           IF W-NUM-CON = ZEROS
               GO TO CON-MENU.
           IF CT-SITUACAO NOT = "E"
               DISPLAY "*** SO CONTRATO EMITIDO PODE SER ASSINADO ***"
               GO TO ASS-001.
           MOVE "A"     TO CT-SITUACAO
           MOVE W-HOJE8 TO CT-DATA-ASSIN
           REWRITE REGCONTRAT
           DISPLAY "*** ASSINATURA REGISTRADA ***"
           GO TO ASS-001.
      *
       CAN-001.
           PERFORM NUM-LER THRU NUM-LER-FIM
           IF W-NUM-CON = ZEROS
               GO TO CON-MENU.
           IF CT-SITUACAO = "C"
               DISPLAY "*** CONTRATO JA CANCELADO ***"
               GO TO CAN-001.
           DISPLAY "CANCELAR O CONTRATO " CT-NUMERO " (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               GO TO CAN-001.
           MOVE "C"     TO CT-SITUACAO
           MOVE W-HOJE8 TO CT-DATA-CANC
           REWRITE REGCONTRAT
           DISPLAY "*** CONTRATO CANCELADO ***"
           GO TO CAN-001.
      *
       QRY-001.
           PERFORM NUM-LER THRU NUM-LER-FIM
           IF W-NUM-CON = ZEROS
               GO TO CON-MENU.
           MOVE CT-VALOR-MENS TO W-VALOR-ED
           DISPLAY "RA " CT-RA "  PERIODO " CT-ANOLETIVO "/"
                   CT-SEMESTRE "  CURSO " CT-CURSO "  TURMA " CT-TURMA
           DISPLAY "MENSALIDADE " W-VALOR-ED "  EMITIDO EM "
                   CT-DATA-EMISSAO " POR " CT-OPERADOR
           IF CT-SITUACAO = "E"
               DISPLAY "SITUACAO: EMITIDO, AGUARDANDO ASSINATURA".
           IF CT-SITUACAO = "A"
               DISPLAY "SITUACAO: ASSINADO EM " CT-DATA-ASSIN.
           IF CT-SITUACAO = "C"
               DISPLAY "SITUACAO: CANCELADO EM " CT-DATA-CANC.
           GO TO QRY-001.
      *
       NUM-LER.
           DISPLAY "NUMERO DO CONTRATO (0=VOLTAR): "
           ACCEPT W-NUM-CON
           IF W-NUM-CON = ZEROS
               GO TO NUM-LER-FIM.
           MOVE W-NUM-CON TO CT-NUMERO
           READ CADCONTRAT
           IF ST-ERRO NOT = "00"
               DISPLAY "*** CONTRATO NAO ENCONTRADO ***"
               GO TO NUM-LER.
       NUM-LER-FIM.
           EXIT.
      *
      *****************************************
      * IMPRESSAO DO CONTRATO PARA ASSINATURA  *
      * (REGCONTRAT, REGALUNO JA LIDOS)        *
      *****************************************
      *
       IMP-CONTRATO.
           MOVE LINCON-SEP TO LINRELCON
           WRITE LINRELCON
           MOVE CT-NUMERO TO LC-NUMERO
           MOVE LINCON-TIT TO LINRELCON
           WRITE LINRELCON
           IF CT-VIAS > ZEROS
               COMPUTE LC-VIA = CT-VIAS + 1
               MOVE LINCON-VIA TO LINRELCON
               WRITE LINRELCON.
           MOVE LINCON-SEP TO LINRELCON
           WRITE LINRELCON
      *    SEM RESPONSAVEL CADASTRADO O PROPRIO ALUNO CONTRATA
           IF NOME-RESP = SPACES
               MOVE NOME-A TO LC-RESP
               MOVE CPF    TO LC-CPF-RESP
               MOVE DDD    TO LC-DDD-RESP
               MOVE NUMEROT TO LC-TEL-RESP
           ELSE
               MOVE NOME-RESP    TO LC-RESP
               MOVE CPF-RESP     TO LC-CPF-RESP
               MOVE DDD-RESP     TO LC-DDD-RESP
               MOVE NUMEROT-RESP TO LC-TEL-RESP.
           MOVE LINCON-CTTE TO LINRELCON
           WRITE LINRELCON
           MOVE LINCON-TELR TO LINRELCON
           WRITE LINRELCON
           MOVE NOME-A TO LC-ALUNO
           MOVE RA     TO LC-RA
           MOVE LINCON-ALUNO TO LINRELCON
           WRITE LINRELCON
           MOVE CPF TO LC-CPF
           MOVE RG  TO LC-RG
           MOVE DIA TO LC-NASC-DIA
           MOVE MES TO LC-NASC-MES
           MOVE ANO TO LC-NASC-ANO
           MOVE LINCON-DOC TO LINRELCON
           WRITE LINRELCON
           MOVE LOGRADOURO  TO LC-LOGRA
           MOVE NUMERO      TO LC-NUMERO-END
           MOVE COMPLEMENTO TO LC-COMPL
           MOVE LINCON-END TO LINRELCON
           WRITE LINRELCON
           MOVE BAIRRO TO LC-BAIRRO
           MOVE CIDADE TO LC-CIDADE
           MOVE ESTADO TO LC-UF
           MOVE CEP    TO LC-CEP
           MOVE LINCON-END2 TO LINRELCON
           WRITE LINRELCON
           MOVE CT-CURSO     TO LC-CURSO
           MOVE CT-TURMA     TO LC-TURMA
           MOVE CT-ANOLETIVO TO LC-ANOLET
           MOVE CT-SEMESTRE  TO LC-SEMEST
           MOVE LINCON-CURSO TO LINRELCON
           WRITE LINRELCON
           MOVE SPACES TO LINRELCON
           WRITE LINRELCON
           MOVE CT-VALOR-ANUAL TO LC-ANUAL
           MOVE LINCON-VALOR TO LINRELCON
           WRITE LINRELCON
           MOVE CT-VALOR-MENS TO LC-MENSAL
           MOVE LINCON-VALOR2 TO LINRELCON
           WRITE LINRELCON
      *    AS PARCELAS DO PERIODO, COM A BOLSA DE CADA COMPETENCIA
      *    APLICADA COMO NO PROGR26T
           MOVE CT-ANOLETIVO TO W-ANOLET
           MOVE CT-SEMESTRE  TO W-SEMEST
           PERFORM PER-MESES THRU PER-MESES-FIM
           MOVE W-MES-INI TO W-MES
           MOVE ZEROS TO W-PARC W-TOT-LIQ.
       IMP-PARCELA.
           IF W-PARC NOT < CT-PARCELAS
               GO TO IMP-CLAUSULAS.
           ADD 1 TO W-PARC
           PERFORM BOL-BUSCA THRU BOL-BUSCA-FIM
           MOVE W-PARC       TO LC-PARC
           MOVE W-MES        TO LC-VENC-MES
           MOVE CT-ANOLETIVO TO LC-VENC-ANO
           IF W-PCT-BOLSA = ZEROS
               MOVE CT-VALOR-MENS TO W-VALOR
               MOVE SPACES TO LC-BOLSA-PARC
           ELSE
               COMPUTE W-VALOR ROUNDED = CT-VALOR-MENS -
                       ((CT-VALOR-MENS * W-PCT-BOLSA) / 100)
               MOVE "(COM BOLSA)" TO LC-BOLSA-PARC.
           MOVE W-VALOR TO LC-VALOR-PARC
           ADD W-VALOR TO W-TOT-LIQ
           MOVE LINCON-PARC TO LINRELCON
           WRITE LINRELCON
           ADD 1 TO W-MES
           GO TO IMP-PARCELA.
       IMP-CLAUSULAS.
           MOVE W-TOT-LIQ TO LC-TOT-LIQ
           MOVE LINCON-TOTPER TO LINRELCON
           WRITE LINRELCON
           IF CT-PCT-BOLSA = ZEROS
               MOVE LINCON-SEMBOLSA TO LINRELCON
           ELSE
               MOVE CT-PCT-BOLSA TO LC-PCT-BOLSA
               MOVE LINCON-BOLSA TO LINRELCON.
           WRITE LINRELCON
           MOVE CT-MULTA-PCT TO LC-MULTA
           MOVE LINCON-MULTA TO LINRELCON
           WRITE LINRELCON
           MOVE CT-JUROS-MES TO LC-JUROS
           MOVE LINCON-MULTA2 TO LINRELCON
           WRITE LINRELCON
           MOVE LINCON-CLAUS4 TO LINRELCON
           WRITE LINRELCON
           MOVE LINCON-CLAUS4B TO LINRELCON
           WRITE LINRELCON
           MOVE CT-MULTA-CANC TO LC-MULTA-CANC
           MOVE LINCON-CLAUS5 TO LINRELCON
           WRITE LINRELCON
           MOVE LINCON-CLAUS5B TO LINRELCON
           WRITE LINRELCON
           MOVE SPACES TO LINRELCON
           WRITE LINRELCON
           MOVE CT-DATA-EMISSAO TO LC-DATA
           MOVE CT-OPERADOR     TO LC-OPER
           MOVE LINCON-DATA TO LINRELCON
           WRITE LINRELCON
           MOVE SPACES TO LINRELCON
           WRITE LINRELCON
           WRITE LINRELCON
           MOVE LINCON-ASS1 TO LINRELCON
           WRITE LINRELCON
           MOVE LINCON-ASS2 TO LINRELCON
           WRITE LINRELCON
           MOVE LINCON-SEP TO LINRELCON
           WRITE LINRELCON.
       IMP-CONTRATO-FIM.
           EXIT.
      *
      *    MESES DO SEMESTRE: 1 = JANEIRO A JUNHO, 2 = JULHO A
      *    DEZEMBRO (COMO NO CARNE DO PROGR75T)
       PER-MESES.
           IF W-SEMEST = 1
               MOVE 01 TO W-MES-INI
           ELSE
               MOVE 07 TO W-MES-INI.
       PER-MESES-FIM.
           EXIT.
      *
      *****************************************
      * MAIOR BOLSA VIGENTE DO RA NA           *
      * COMPETENCIA W-MES/W-ANOLET (A MESMA    *
      * BUSCA DO PROGR26T)                     *
      *****************************************
      *
       BOL-BUSCA.
           MOVE ZEROS TO W-PCT-BOLSA
           IF W-TEM-BOLSA NOT = 1
               GO TO BOL-BUSCA-FIM.
           COMPUTE W-DATA-COMP = (W-ANOLET * 10000) +
                   (W-MES * 100) + 01
           MOVE CT-RA TO BS-RA
           MOVE ZEROS TO BS-SEQ
           START CADBOLSA KEY IS NOT LESS THAN BS-CHAVE
           IF ST-ERRO-BOL NOT = "00"
               MOVE "00" TO ST-ERRO-BOL
               GO TO BOL-BUSCA-FIM.
       BOL-BUSCA-LER.
           READ CADBOLSA NEXT RECORD
           IF ST-ERRO-BOL NOT = "00"
               MOVE "00" TO ST-ERRO-BOL
               GO TO BOL-BUSCA-FIM.
           IF BS-RA NOT = CT-RA
               GO TO BOL-BUSCA-FIM.
           IF BS-VIG-INI > W-DATA-COMP
               GO TO BOL-BUSCA-LER.
           IF BS-VIG-FIM NOT = ZEROS AND BS-VIG-FIM < W-DATA-COMP
               GO TO BOL-BUSCA-LER.
           IF BS-PERCENT > W-PCT-BOLSA
               MOVE BS-PERCENT TO W-PCT-BOLSA.
           GO TO BOL-BUSCA-LER.
       BOL-BUSCA-FIM.
           EXIT.
      *
      **************************************
      * NUMERO SEQUENCIAL DA SERIE         *
      * "CONTRATO" DO CADSERIES            *
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
           MOVE "CONTRATO" TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE "CONTRATO" TO SR-SERIE
               MOVE 1 TO SR-PROXIMO
               WRITE REGSERIES.
           MOVE SR-PROXIMO TO W-NUM-LIVRE
           ADD 1 TO SR-PROXIMO
           REWRITE REGSERIES
           CLOSE CADSERIES.
       SER-PROXNUM-FIM.
           EXIT.
      *
       CON-FIM.
           CLOSE CADCONTRAT CADMATRIC CADALUNO RELCONT
           IF W-TEM-BOLSA = 1
               CLOSE CADBOLSA.
           IF ST-ERRO-TX = "00"
               CLOSE CADTXESC.
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
