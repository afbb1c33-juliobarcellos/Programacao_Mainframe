       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR81T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * TRANCAMENTO E CANCELAMENTO DE      *
      * MATRICULA COM DATA EFETIVA E       *
      * MOTIVO: CANCELA OU PRORRATEIA AS   *
      * MENSALIDADES, CALCULA MULTA E      *
      * DEVOLUCAO, LIBERA A VAGA, TRAVA O  *
      * CADNOTA1; RETOMADA DO TRANCAMENTO  *
      * E RELATORIO MENSAL POR MOTIVO      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTRANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TC-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADPARCAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-CHAVE
                    FILE STATUS  IS ST-ERRO-PCA.
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
                    RECORD KEY   IS RA-ALU
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
           SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-ERRO-TUR.
      *
      *-----------------------------------------------------------------
           SELECT CADXREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS XR-RA
                    FILE STATUS  IS ST-ERRO-XREF
                    ALTERNATE RECORD KEY IS XR-MATRICULA
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADNOTA1 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MATRICULA
                    FILE STATUS  IS ST-ERRO-NOT
                    ALTERNATE RECORD KEY IS NOME  WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADCONTRAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-NUMERO
                    FILE STATUS  IS ST-ERRO-CON
                    ALTERNATE RECORD KEY IS CT-CHAVEMAT
                                         WITH DUPLICATES.
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
           SELECT RELTRANC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    MOVIMENTOS DA MATRICULA: T=TRANCAMENTO C=CANCELAMENTO
      *    R=RETOMADA DO TRANCAMENTO EM OUTRO PERIODO
       FD CADTRANC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTRANC.DAT".
       01 REGTRANC.
                03 TC-CHAVE.
                    05 TC-RA        PIC 9(06).
                    05 TC-ANOLETIVO PIC 9(04).
                    05 TC-SEMESTRE  PIC 9(01).
                    05 TC-CURSO     PIC 9(02).
                    05 TC-SEQ       PIC 9(02).
                03 TC-TIPO         PIC X(01).
                03 TC-DATA-EFET    PIC 9(08).
                03 TC-MOTIVO       PIC 9(01).
                03 TC-OBS          PIC X(40).
                03 TC-TURMA        PIC X(05).
                03 TC-QTD-CANC     PIC 9(02).
                03 TC-VAL-CANC     PIC 9(07)V99.
                03 TC-VAL-PRORATA  PIC 9(06)V99.
                03 TC-MULTA        PIC 9(06)V99.
                03 TC-DEVOLUCAO    PIC 9(06)V99.
                03 TC-RET-ANO      PIC 9(04).
                03 TC-RET-SEM      PIC 9(01).
                03 TC-RET-TURMA    PIC X(05).
                03 TC-DATA-REG     PIC 9(08).
                03 TC-OPERADOR     PIC X(08).

       FD CADPARCAN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARCAN.DAT".
       01 REGPARCAN.
                03 PC-CHAVE        PIC X(01).
                03 PC-MULTA-PCT    PIC 9(02)V99.
                03 PC-PRORATA      PIC X(01).

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
                03 RA-ALU          PIC 9(06).
                03 NOME-A          PIC X(30).
                03 FILLER          PIC X(305).

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

       FD CADXREF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADXREF.DAT".
       01 REGXREF.
                03 XR-RA           PIC 9(06).
                03 XR-MATRICULA    PIC 9(06).

       FD CADNOTA1
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADNOTA1.DAT".
       01 REGNOTA.
                03 MATRICULA       PIC 9(06).
                03 NOME            PIC X(30).
                03 QTD-DISC        PIC 9(02).
                03 DISC-TAB OCCURS 08 TIMES.
                   05 DISCIPLINA   PIC X(10).
                   05 NOTA1        PIC 9(02)V9.
                   05 NOTA2        PIC 9(02)V9.
                   05 NOTA3        PIC 9(02)V9.
                   05 FALTA1       PIC 9(02).
                   05 FALTA2       PIC 9(02).
                   05 SITUACAO     PIC X(20).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).

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

       FD RELTRANC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "TRANCREL.DAT".
       01 LINRELTRANC         PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-PCA  PIC X(02) VALUE "00".
       77 ST-ERRO-MAT  PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-MEN  PIC X(02) VALUE "00".
       77 ST-ERRO-MUL  PIC X(02) VALUE "00".
       77 ST-ERRO-TUR  PIC X(02) VALUE "00".
       77 ST-ERRO-XREF PIC X(02) VALUE "00".
       77 ST-ERRO-NOT  PIC X(02) VALUE "00".
       77 ST-ERRO-CON  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-JRN  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-TEM-TUR    PIC 9(01) VALUE ZEROS.
       77 W-TEM-NOT    PIC 9(01) VALUE ZEROS.
       77 W-TEM-CON    PIC 9(01) VALUE ZEROS.
       77 W-RA         PIC 9(06) VALUE ZEROS.
       77 W-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-SEMEST     PIC 9(01) VALUE ZEROS.
       77 W-CURSO      PIC 9(02) VALUE ZEROS.
       77 W-TURMA      PIC X(05) VALUE SPACES.
       77 W-MOTIVO     PIC 9(01) VALUE ZEROS.
       77 W-OBS        PIC X(40) VALUE SPACES.
       77 W-NOVO-ANO   PIC 9(04) VALUE ZEROS.
       77 W-NOVO-SEM   PIC 9(01) VALUE ZEROS.
       77 W-NOVA-TURMA PIC X(05) VALUE SPACES.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-RETOMADA   PIC 9(01) VALUE ZEROS.
       77 W-MES-INI    PIC 9(02) VALUE ZEROS.
       77 W-MES-FIM    PIC 9(02) VALUE ZEROS.
       77 W-COMP       PIC 9(06) VALUE ZEROS.
       77 W-COMP-EFET  PIC 9(06) VALUE ZEROS.
       77 W-APLICA     PIC 9(01) VALUE ZEROS.
       77 W-PCT-CANC   PIC 9(02)V99 VALUE ZEROS.
       77 W-PRORATA    PIC X(01) VALUE SPACES.
       77 W-DIAS-USO   PIC 9(02) VALUE ZEROS.
       77 W-VAL-NOVO   PIC 9(06)V99 VALUE ZEROS.
       77 W-QTD-CANC   PIC 9(02) VALUE ZEROS.
       77 W-VAL-CANC   PIC 9(07)V99 VALUE ZEROS.
       77 W-VAL-PRO    PIC 9(06)V99 VALUE ZEROS.
       77 W-TEM-MUL    PIC 9(01) VALUE ZEROS.
       77 W-MUL-BIB    PIC 9(06)V99 VALUE ZEROS.
       77 W-VAL-PARC   PIC 9(06)V99 VALUE ZEROS.
       77 W-PAGO-PARC  PIC 9(06)V99 VALUE ZEROS.
       77 W-BASE-MULTA PIC 9(07)V99 VALUE ZEROS.
       77 W-DEVOL-BRUTA PIC 9(07)V99 VALUE ZEROS.
       77 W-MULTA      PIC 9(06)V99 VALUE ZEROS.
       77 W-COBRAR     PIC 9(06)V99 VALUE ZEROS.
       77 W-DEVOLUCAO  PIC 9(06)V99 VALUE ZEROS.
       77 W-PRIM-ANO   PIC 9(04) VALUE ZEROS.
       77 W-PRIM-MES   PIC 9(02) VALUE ZEROS.
       77 W-OCUP       PIC 9(03) VALUE ZEROS.
       77 W-VAGAS-LIV  PIC 9(03) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99.
       77 W-MES-REF    PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF    PIC 9(04) VALUE ZEROS.
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-CUR-IX     PIC 9(02) VALUE ZEROS.
       77 W-MOT-IX     PIC 9(01) VALUE ZEROS.
       77 W-TOT-MOV    PIC 9(05) VALUE ZEROS.

       01 W-HOJE8.
           03 W-HJ-ANO        PIC 9(04).
           03 W-HJ-MES        PIC 9(02).
           03 W-HJ-DIA        PIC 9(02).
       01 W-HOJE8-N REDEFINES W-HOJE8 PIC 9(08).
       01 W-DATA-EFET.
           03 W-EF-ANO        PIC 9(04).
           03 W-EF-MES        PIC 9(02).
           03 W-EF-DIA        PIC 9(02).
       01 W-DATA-EFET-N REDEFINES W-DATA-EFET PIC 9(08).
       01 W-CHAVE-AUD.
           03 W-CA-RA         PIC 9(06).
           03 W-CA-ANO        PIC 9(04).
           03 W-CA-SEM        PIC 9(01).
           03 W-CA-CUR        PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.

      *    MOTIVOS DO TRANCAMENTO/CANCELAMENTO
       01 TABMOTIVO.
          03 FILLER  PIC X(20) VALUE "FINANCEIRO".
          03 FILLER  PIC X(20) VALUE "MUDANCA DE CIDADE".
          03 FILLER  PIC X(20) VALUE "SAUDE".
          03 FILLER  PIC X(20) VALUE "TRABALHO".
          03 FILLER  PIC X(20) VALUE "INSATISFACAO".
          03 FILLER  PIC X(20) VALUE "TRANSFERENCIA ESCOLA".
          03 FILLER  PIC X(20) VALUE "DISCIPLINAR".
          03 FILLER  PIC X(20) VALUE "PESSOAL/FAMILIAR".
          03 FILLER  PIC X(20) VALUE "OUTROS".
       01 TABMOTIVO-R REDEFINES TABMOTIVO.
          03 T-MOTIVO PIC X(20) OCCURS 9 TIMES.

      *    TOTAIS DO MES POR CURSO E MOTIVO
       01 TABTOTAIS.
          03 TT-CUR OCCURS 99 TIMES.
             05 TT-MOT OCCURS 9 TIMES.
                07 TT-QT-TRANC PIC 9(03).
                07 TT-QT-CANC  PIC 9(03).
                07 TT-VAL-CANC PIC 9(08)V99.
                07 TT-MULTA    PIC 9(07)V99.
                07 TT-DEVOL    PIC 9(07)V99.

       01 LINTRC-CAB.
           03 FILLER          PIC X(40)
              VALUE "TRANCAMENTOS E CANCELAMENTOS - MES     ".
           03 LT-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LT-ANO          PIC 9(04).
       01 LINTRC-CAB2.
           03 FILLER          PIC X(50)
              VALUE "TP RA     PERIODO CUR TURMA DATA EF.  MOTIVO".
       01 LINTRC-DET.
           03 LT-TIPO         PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LT-RA           PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LT-ANOLET       PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 LT-SEMEST       PIC 9(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LT-CURSO        PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LT-TURMA        PIC X(05).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LT-DATA         PIC 9(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LT-MOTIVO       PIC X(20).
       01 LINTRC-VAL.
           03 FILLER          PIC X(10) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "CANCELADO ".
           03 LT-VAL-CANC     PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(08) VALUE "  MULTA ".
           03 LT-MULTA        PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(12) VALUE "  DEVOLUCAO ".
           03 LT-DEVOL        PIC ZZZ.ZZ9,99.
       01 LINTRC-RES.
           03 FILLER          PIC X(06) VALUE "CURSO ".
           03 LR-CURSO        PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-MOTIVO       PIC X(20).
           03 FILLER          PIC X(06) VALUE " TRANC".
           03 LR-QT-TRANC     PIC ZZ9.
           03 FILLER          PIC X(06) VALUE "  CANC".
           03 LR-QT-CANC      PIC ZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-VAL-CANC     PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-MULTA        PIC ZZZ.ZZ9,99.
       01 LINTRC-TOT.
           03 FILLER          PIC X(24)
              VALUE "MOVIMENTOS NO MES......:".
           03 LT-TOT          PIC ZZ.ZZ9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       TRC-OP0.
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
       TRC-OP1.
           OPEN I-O CADTRANC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADTRANC
                   CLOSE CADTRANC
                   DISPLAY "* ARQUIVO CADTRANC SENDO CRIADO *"
                   GO TO TRC-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTRANC"
                   GO TO ROT-FIM.
       TRC-OP2.
           OPEN I-O CADPARCAN
           IF ST-ERRO-PCA NOT = "00"
               IF ST-ERRO-PCA = "30"
                   OPEN OUTPUT CADPARCAN
                   CLOSE CADPARCAN
                   DISPLAY "* ARQUIVO CADPARCAN SENDO CRIADO *"
                   GO TO TRC-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARCAN"
                   CLOSE CADTRANC
                   GO TO ROT-FIM.
           OPEN I-O CADMATRIC
           IF ST-ERRO-MAT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMATRIC"
               CLOSE CADTRANC CADPARCAN
               GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
               CLOSE CADTRANC CADPARCAN CADMATRIC
               GO TO ROT-FIM.
       TRC-OP3.
           OPEN I-O CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
               IF ST-ERRO-MEN = "30"
                   OPEN OUTPUT CADMENSAL
                   CLOSE CADMENSAL
                   GO TO TRC-OP3
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENSAL"
                   CLOSE CADTRANC CADPARCAN CADMATRIC CADALUNO
                   GO TO ROT-FIM.
           MOVE 1 TO W-TEM-MUL
           OPEN INPUT CADMULBIB
           IF ST-ERRO-MUL NOT = "00"
               MOVE ZEROS TO W-TEM-MUL.
           MOVE 1 TO W-TEM-TUR
           OPEN INPUT CADTURMA
           IF ST-ERRO-TUR NOT = "00"
               MOVE ZEROS TO W-TEM-TUR.
           MOVE 1 TO W-TEM-NOT
           OPEN INPUT CADXREF
           IF ST-ERRO-XREF NOT = "00"
               MOVE ZEROS TO W-TEM-NOT
           ELSE
               OPEN I-O CADNOTA1
               IF ST-ERRO-NOT NOT = "00"
                   CLOSE CADXREF
                   MOVE ZEROS TO W-TEM-NOT.
           MOVE 1 TO W-TEM-CON
           OPEN I-O CADCONTRAT
           IF ST-ERRO-CON NOT = "00"
               MOVE ZEROS TO W-TEM-CON.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
               OPEN OUTPUT JORNAL.
      *    SEM PARAMETROS GRAVADOS: SEM MULTA E COM PRORRATA
           MOVE "1" TO PC-CHAVE
           READ CADPARCAN
           IF ST-ERRO-PCA NOT = "00"
               MOVE "1"   TO PC-CHAVE
               MOVE ZEROS TO PC-MULTA-PCT
               MOVE "S"   TO PC-PRORATA.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       TRC-MENU.
           DISPLAY " "
           DISPLAY "TRANCAMENTO E CANCELAMENTO DE MATRICULA"
           DISPLAY "OPCAO (T=TRANCAR C=CANCELAR R=RETOMAR "
                   "P=PARAMETROS M=RELATORIO DO MES F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO TRC-FIM.
           IF W-OPCAO = "T" OR "t"
               MOVE "T" TO W-TIPO
               GO TO MOV-001.
           IF W-OPCAO = "C" OR "c"
               MOVE "C" TO W-TIPO
               GO TO MOV-001.
           IF W-OPCAO = "R" OR "r"
               GO TO RET-001.
           IF W-OPCAO = "P" OR "p"
               GO TO PAR-001.
           IF W-OPCAO = "M" OR "m"
               GO TO REL-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO TRC-MENU.
      *
      *****************************************
      * TRANCAMENTO / CANCELAMENTO             *
      *****************************************
      *
       MOV-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO TRC-MENU.
           PERFORM MAT-LER THRU MAT-LER-FIM
           IF W-RA = ZEROS
               GO TO TRC-MENU.
           IF STATUSMAT NOT = "A"
               DISPLAY "*** MATRICULA NAO ESTA ATIVA ***"
               GO TO MOV-001.
       MOV-002.
           DISPLAY "DATA EFETIVA (AAAAMMDD, 0=HOJE): "
           ACCEPT W-DATA-EFET-N
           IF W-DATA-EFET-N = ZEROS
               MOVE W-HOJE8-N TO W-DATA-EFET-N.
           IF W-EF-MES < 1 OR W-EF-MES > 12 OR W-EF-DIA < 1 OR
              W-EF-DIA > 31 OR W-EF-ANO = ZEROS
               DISPLAY "DATA INVALIDA"
               GO TO MOV-002.
       MOV-003.
           PERFORM MOT-LISTA THRU MOT-LISTA-FIM
           DISPLAY "MOTIVO (1-9): "
           ACCEPT W-MOTIVO
           IF W-MOTIVO = ZEROS
               DISPLAY "MOTIVO INVALIDO"
               GO TO MOV-003.
           DISPLAY "OBSERVACAO: "
           MOVE SPACES TO W-OBS
           ACCEPT W-OBS
      *    MULTA DO CONTRATO VIGENTE DA MATRICULA; SEM CONTRATO,
      *    A MULTA DOS PARAMETROS
           PERFORM CTR-MULTA THRU CTR-MULTA-FIM
           MOVE PC-PRORATA TO W-PRORATA
           MOVE ZEROS TO W-APLICA
           PERFORM LIQ-CALCULA THRU LIQ-CALCULA-FIM
           PERFORM LIQ-MOSTRA THRU LIQ-MOSTRA-FIM
           IF W-TIPO = "T"
               DISPLAY "CONFIRMA O TRANCAMENTO (S/N)? "
           ELSE
               DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? ".
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** OPERACAO NAO REALIZADA ***"
               GO TO MOV-001.
      *
      *    APLICA: MENSALIDADES, MULTA, MATRICULA, NOTAS, CONTRATO
           MOVE 1 TO W-APLICA
           PERFORM LIQ-CALCULA THRU LIQ-CALCULA-FIM
           PERFORM LIQ-MULTA THRU LIQ-MULTA-FIM
           MOVE W-RA     TO RA-M
           MOVE W-ANOLET TO ANOLETIVO
           MOVE W-SEMEST TO SEMESTRE
           MOVE W-CURSO  TO CURSO
           READ CADMATRIC
           MOVE W-TIPO TO STATUSMAT
           REWRITE REGMATRIC
           IF ST-ERRO-MAT NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADMATRIC"
               GO TO TRC-FIM.
           MOVE "T" TO W-OPCAO
           PERFORM NOT-TRAVA THRU NOT-TRAVA-FIM
           IF W-TIPO = "C"
               PERFORM CTR-CANCELA THRU CTR-CANCELA-FIM.
           PERFORM SEQ-PROXIMA THRU SEQ-PROXIMA-FIM
           MOVE W-RA          TO TC-RA
           MOVE W-ANOLET      TO TC-ANOLETIVO
           MOVE W-SEMEST      TO TC-SEMESTRE
           MOVE W-CURSO       TO TC-CURSO
           MOVE W-SEQ         TO TC-SEQ
           MOVE W-TIPO        TO TC-TIPO
           MOVE W-DATA-EFET-N TO TC-DATA-EFET
           MOVE W-MOTIVO      TO TC-MOTIVO
           MOVE W-OBS         TO TC-OBS
           MOVE W-TURMA       TO TC-TURMA
           MOVE W-QTD-CANC    TO TC-QTD-CANC
           MOVE W-VAL-CANC    TO TC-VAL-CANC
           MOVE W-VAL-PRO     TO TC-VAL-PRORATA
           MOVE W-MULTA       TO TC-MULTA
           MOVE W-DEVOLUCAO   TO TC-DEVOLUCAO
           MOVE ZEROS         TO TC-RET-ANO TC-RET-SEM
           MOVE SPACES        TO TC-RET-TURMA
           MOVE W-HOJE8-N     TO TC-DATA-REG
           MOVE W-OPERADOR    TO TC-OPERADOR
           WRITE REGTRANC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADTRANC"
               GO TO TRC-FIM.
           IF W-TIPO = "T"
               MOVE "TRANCAMENT" TO AU-OPERACAO
           ELSE
               MOVE "CANCELAMEN" TO AU-OPERACAO.
           MOVE T-MOTIVO(W-MOTIVO) TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
      *    A VAGA E A MATRICULA ATIVA: A TURMA FICA COM UMA A MAIS
           MOVE W-ANOLET TO W-NOVO-ANO
           MOVE W-SEMEST TO W-NOVO-SEM
           MOVE W-TURMA  TO W-NOVA-TURMA
           PERFORM VAG-CONTA THRU VAG-CONTA-FIM
           IF W-TEM-TUR = 1 AND ST-ERRO-TUR = "00"
               DISPLAY "VAGA LIBERADA NA TURMA " W-TURMA
                       " - LIVRES: " W-VAGAS-LIV " DE " TU-VAGAS.
           DISPLAY "*** MATRICULA " W-TIPO " REGISTRADA ***"
           GO TO MOV-001.
      *
      *    LEITURA DA MATRICULA PELA CHAVE DIGITADA
       MAT-LER.
           DISPLAY "RA DO ALUNO (0=VOLTAR): "
           ACCEPT W-RA
           IF W-RA = ZEROS
               GO TO MAT-LER-FIM.
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
               GO TO MAT-LER.
           MOVE TURMA TO W-TURMA
           MOVE W-RA TO RA-ALU
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               MOVE SPACES TO NOME-A.
           DISPLAY "ALUNO: " NOME-A "  TURMA: " TURMA
                   "  SITUACAO: " STATUSMAT.
       MAT-LER-FIM.
           EXIT.
      *
       MOT-LISTA.
           MOVE 1 TO W-MOT-IX.
       MOT-LISTA-LOOP.
           IF W-MOT-IX > 9
               GO TO MOT-LISTA-FIM.
           DISPLAY "  " W-MOT-IX " - " T-MOTIVO(W-MOT-IX)
           ADD 1 TO W-MOT-IX
           GO TO MOT-LISTA-LOOP.
       MOT-LISTA-FIM.
           EXIT.
      *
      *****************************************
      * ACERTO DAS MENSALIDADES DO PERIODO:    *
      * COMPETENCIAS APOS A DATA EFETIVA SAO   *
      * CANCELADAS ("C"), A DO MES DA DATA E   *
      * PRORRATEADA; AS JA PAGAS VIRAM         *
      * DEVOLUCAO. NO CANCELAMENTO A MULTA E   *
      * O PERCENTUAL SOBRE AS PARCELAS A       *
      * VENCER. W-APLICA = 0 SO CALCULA        *
      *****************************************
      *
       LIQ-CALCULA.
           MOVE ZEROS TO W-QTD-CANC W-VAL-CANC W-VAL-PRO
                         W-BASE-MULTA W-DEVOL-BRUTA W-MULTA
                         W-COBRAR W-DEVOLUCAO W-PRIM-ANO W-PRIM-MES
           IF W-SEMEST = 1
               MOVE 01 TO W-MES-INI
               MOVE 06 TO W-MES-FIM
           ELSE
               MOVE 07 TO W-MES-INI
               MOVE 12 TO W-MES-FIM.
           COMPUTE W-COMP-EFET = W-EF-ANO * 100 + W-EF-MES
           MOVE W-RA      TO MN-RA
           MOVE W-ANOLET  TO MN-ANO
           MOVE W-MES-INI TO MN-MES
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO-MEN NOT = "00"
               GO TO LIQ-CALCULA-TOT.
       LIQ-LER.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO-MEN NOT = "00"
               GO TO LIQ-CALCULA-TOT.
           IF MN-RA NOT = W-RA OR MN-ANO NOT = W-ANOLET OR
              MN-MES > W-MES-FIM
               GO TO LIQ-CALCULA-TOT.
      *    SO A MENSALIDADE NORMAL, A DE DEPENDENCIA E A PARTE DE
      *    MENSALIDADE DA ORIGEM "B"; PARCELAS DE RENEGOCIACAO,
      *    COBRANCAS AVULSAS E MULTAS DA BIBLIOTECA CONTINUAM DEVIDAS
           IF MN-ORIGEM NOT = "N" AND MN-ORIGEM NOT = "D" AND
              MN-ORIGEM NOT = "B"
               GO TO LIQ-LER.
           PERFORM LIQ-PARTE THRU LIQ-PARTE-FIM
           IF W-VAL-PARC = ZEROS
               GO TO LIQ-LER.
           COMPUTE W-COMP = MN-ANO * 100 + MN-MES
           IF W-COMP < W-COMP-EFET
               GO TO LIQ-LER.
           IF W-COMP = W-COMP-EFET
               PERFORM LIQ-PRORATA THRU LIQ-PRORATA-FIM
               GO TO LIQ-LER.
           ADD W-VAL-PARC TO W-BASE-MULTA
           IF MN-SITUACAO = "P"
               ADD W-PAGO-PARC TO W-DEVOL-BRUTA
               GO TO LIQ-LER.
           IF MN-SITUACAO NOT = "A"
               GO TO LIQ-LER.
           ADD 1 TO W-QTD-CANC
           ADD W-VAL-PARC TO W-VAL-CANC
           IF W-PRIM-MES = ZEROS AND W-MUL-BIB = ZEROS
               MOVE MN-ANO TO W-PRIM-ANO
               MOVE MN-MES TO W-PRIM-MES.
           IF W-APLICA NOT = 1
               GO TO LIQ-LER.
      *    COM MULTA DA BIBLIOTECA A PARCELA FICA SO COM A MULTA,
      *    COMO A COBRANCA AVULSA DO PROGR72T, E VOLTA AO BANCO
           IF W-MUL-BIB NOT = ZEROS
               MOVE W-MUL-BIB TO MN-VALOR
               MOVE ZEROS     TO MN-VALOR-BRUTO MN-NOSSONUM
               REWRITE REGMENSAL
               PERFORM JRN-MENSAL THRU JRN-MENSAL-FIM
               GO TO LIQ-LER.
           MOVE "C" TO MN-SITUACAO
           REWRITE REGMENSAL
           PERFORM JRN-MENSAL THRU JRN-MENSAL-FIM
           GO TO LIQ-LER.
       LIQ-CALCULA-TOT.
           MOVE "00" TO ST-ERRO-MEN
           IF W-TIPO = "C"
               COMPUTE W-MULTA ROUNDED =
                       (W-BASE-MULTA * W-PCT-CANC) / 100.
      *    O QUE JA FOI PAGO ABATE A MULTA; A SOBRA E DEVOLVIDA
           IF W-DEVOL-BRUTA NOT < W-MULTA
               COMPUTE W-DEVOLUCAO = W-DEVOL-BRUTA - W-MULTA
           ELSE
               COMPUTE W-COBRAR = W-MULTA - W-DEVOL-BRUTA.
       LIQ-CALCULA-FIM.
           EXIT.
      *
      *    MES DA DATA EFETIVA: COBRA OS DIAS CURSADOS (MES DE 30)
       LIQ-PRORATA.
           IF W-PRORATA NOT = "S"
               GO TO LIQ-PRORATA-FIM.
           MOVE W-EF-DIA TO W-DIAS-USO
           IF W-DIAS-USO > 30
               MOVE 30 TO W-DIAS-USO.
           COMPUTE W-VAL-NOVO ROUNDED =
                   (W-VAL-PARC * W-DIAS-USO) / 30
           IF MN-SITUACAO = "P"
               IF W-PAGO-PARC > W-VAL-NOVO
                   COMPUTE W-DEVOL-BRUTA = W-DEVOL-BRUTA +
                           W-PAGO-PARC - W-VAL-NOVO
                   GO TO LIQ-PRORATA-FIM
               ELSE
                   GO TO LIQ-PRORATA-FIM.
           IF MN-SITUACAO NOT = "A"
               GO TO LIQ-PRORATA-FIM.
           COMPUTE W-VAL-PRO = W-VAL-PRO + W-VAL-PARC - W-VAL-NOVO
           IF W-APLICA NOT = 1
               GO TO LIQ-PRORATA-FIM.
      *    A MULTA DA BIBLIOTECA ENTRA INTEIRA NO VALOR E NO BRUTO
           IF MN-VALOR-BRUTO > W-MUL-BIB
               COMPUTE MN-VALOR-BRUTO ROUNDED =
                   ((MN-VALOR-BRUTO - W-MUL-BIB) * W-DIAS-USO) / 30
                   + W-MUL-BIB.
           COMPUTE MN-VALOR = W-VAL-NOVO + W-MUL-BIB
           REWRITE REGMENSAL
           PERFORM JRN-MENSAL THRU JRN-MENSAL-FIM.
       LIQ-PRORATA-FIM.
           EXIT.
      *
      *    SEPARA NA PARCELA A MULTA DA BIBLIOTECA (CADMULBIB) DA
      *    MENSALIDADE. ORIGEM "B" SEM REGISTRO NO CADMULBIB: SEM
      *    VALOR BRUTO E SO MULTA, COM VALOR BRUTO E SO MENSALIDADE
       LIQ-PARTE.
           MOVE ZEROS TO W-MUL-BIB
           IF MN-ORIGEM NOT = "B"
               GO TO LIQ-PARTE-CALC.
           IF MN-VALOR-BRUTO = ZEROS
               MOVE MN-VALOR TO W-MUL-BIB.
           IF W-TEM-MUL NOT = 1
               GO TO LIQ-PARTE-CALC.
           MOVE MN-CHAVE TO MB-CHAVE
           READ CADMULBIB
           IF ST-ERRO-MUL = "00"
               MOVE MB-VALOR TO W-MUL-BIB.
           MOVE "00" TO ST-ERRO-MUL
           IF W-MUL-BIB > MN-VALOR
               MOVE MN-VALOR TO W-MUL-BIB.
       LIQ-PARTE-CALC.
           COMPUTE W-VAL-PARC = MN-VALOR - W-MUL-BIB
           MOVE ZEROS TO W-PAGO-PARC
           IF MN-VALOR-PAGO > W-MUL-BIB
               COMPUTE W-PAGO-PARC = MN-VALOR-PAGO - W-MUL-BIB.
       LIQ-PARTE-FIM.
           EXIT.
      *
      *    A MULTA QUE SOBRA APOS O ABATIMENTO E COBRADA NA PRIMEIRA
      *    COMPETENCIA CANCELADA (ORIGEM "M")
       LIQ-MULTA.
           IF W-COBRAR = ZEROS
               GO TO LIQ-MULTA-FIM.
           IF W-PRIM-MES = ZEROS
               DISPLAY "*** SEM PARCELA PARA A MULTA - COBRAR A PARTE"
                       " ***"
               GO TO LIQ-MULTA-FIM.
           MOVE W-RA       TO MN-RA
           MOVE W-PRIM-ANO TO MN-ANO
           MOVE W-PRIM-MES TO MN-MES
           READ CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
               GO TO LIQ-MULTA-FIM.
           MOVE W-COBRAR TO MN-VALOR MN-VALOR-BRUTO
           MOVE "A"      TO MN-SITUACAO
           MOVE ZEROS    TO MN-NOSSONUM
           MOVE "M"      TO MN-ORIGEM
           REWRITE REGMENSAL
           PERFORM JRN-MENSAL THRU JRN-MENSAL-FIM.
       LIQ-MULTA-FIM.
           MOVE "00" TO ST-ERRO-MEN.
      *
       LIQ-MOSTRA.
           DISPLAY "PARCELAS A CANCELAR: " W-QTD-CANC
           MOVE W-VAL-CANC TO W-VALOR-ED
           DISPLAY "VALOR CANCELADO....: " W-VALOR-ED
           MOVE W-VAL-PRO TO W-VALOR-ED
           DISPLAY "REDUCAO PRORRATA...: " W-VALOR-ED
           MOVE W-MULTA TO W-VALOR-ED
           DISPLAY "MULTA (" W-PCT-CANC " POR CENTO): " W-VALOR-ED
           MOVE W-COBRAR TO W-VALOR-ED
           DISPLAY "MULTA A COBRAR.....: " W-VALOR-ED
           MOVE W-DEVOLUCAO TO W-VALOR-ED
           DISPLAY "DEVOLUCAO AO ALUNO.: " W-VALOR-ED.
       LIQ-MOSTRA-FIM.
           EXIT.
      *
      *****************************************
      * CONTRATO DA MATRICULA (PROGR78T)       *
      *****************************************
      *
       CTR-MULTA.
           MOVE PC-MULTA-PCT TO W-PCT-CANC
           PERFORM CTR-BUSCA THRU CTR-BUSCA-FIM
           IF ST-ERRO-CON = "00"
               MOVE CT-MULTA-CANC TO W-PCT-CANC.
       CTR-MULTA-FIM.
           EXIT.
      *
       CTR-CANCELA.
           PERFORM CTR-BUSCA THRU CTR-BUSCA-FIM
           IF ST-ERRO-CON NOT = "00"
               GO TO CTR-CANCELA-FIM.
           MOVE "C"       TO CT-SITUACAO
           MOVE W-HOJE8-N TO CT-DATA-CANC
           REWRITE REGCONTRAT.
       CTR-CANCELA-FIM.
           EXIT.
      *
      *    CONTRATO NAO CANCELADO DA MATRICULA; ST-ERRO-CON = "00"
      *    QUANDO ENCONTRADO
       CTR-BUSCA.
           MOVE "23" TO ST-ERRO-CON
           IF W-TEM-CON NOT = 1
               GO TO CTR-BUSCA-FIM.
           MOVE W-RA     TO CT-RA
           MOVE W-ANOLET TO CT-ANOLETIVO
           MOVE W-SEMEST TO CT-SEMESTRE
           MOVE W-CURSO  TO CT-CURSO
           START CADCONTRAT KEY IS EQUAL CT-CHAVEMAT
           IF ST-ERRO-CON NOT = "00"
               GO TO CTR-BUSCA-FIM.
       CTR-BUSCA-LER.
           READ CADCONTRAT NEXT RECORD
           IF ST-ERRO-CON NOT = "00"
               GO TO CTR-BUSCA-FIM.
           IF CT-RA NOT = W-RA OR CT-ANOLETIVO NOT = W-ANOLET OR
              CT-SEMESTRE NOT = W-SEMEST OR CT-CURSO NOT = W-CURSO
               MOVE "23" TO ST-ERRO-CON
               GO TO CTR-BUSCA-FIM.
           IF CT-SITUACAO = "C"
               GO TO CTR-BUSCA-LER.
       CTR-BUSCA-FIM.
           EXIT.
      *
      *****************************************
      * TRAVA (W-OPCAO = "T") OU LIBERA ("A")  *
      * O REGISTRO DE NOTAS DO ALUNO           *
      *****************************************
      *
       NOT-TRAVA.
           IF W-TEM-NOT NOT = 1
               GO TO NOT-TRAVA-FIM.
           MOVE W-RA TO XR-RA
           READ CADXREF
           IF ST-ERRO-XREF NOT = "00"
               GO TO NOT-TRAVA-FIM.
           MOVE XR-MATRICULA TO MATRICULA
           READ CADNOTA1
           IF ST-ERRO-NOT NOT = "00"
               GO TO NOT-TRAVA-FIM.
           IF STATUS-REG = "I"
               GO TO NOT-TRAVA-FIM.
           MOVE W-OPCAO TO STATUS-REG
           REWRITE REGNOTA
           IF ST-ERRO-NOT = "00"
               MOVE SPACES     TO JR-IMAGEM
               MOVE REGNOTA    TO JR-IMAGEM
               MOVE "CADNOTA1" TO JR-ARQUIVO
               PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       NOT-TRAVA-FIM.
           MOVE "00" TO ST-ERRO-NOT.
      *
      *****************************************
      * VAGAS LIVRES DA TURMA W-NOVA-TURMA NO  *
      * PERIODO W-NOVO-ANO/W-NOVO-SEM (TU-     *
      * VAGAS MENOS MATRICULAS ATIVAS)         *
      *****************************************
      *
       VAG-CONTA.
           MOVE ZEROS TO W-OCUP W-VAGAS-LIV
           IF W-TEM-TUR NOT = 1
               GO TO VAG-CONTA-FIM.
           MOVE W-CURSO      TO TU-CURSO
           MOVE W-NOVO-ANO   TO TU-ANOLETIVO
           MOVE W-NOVO-SEM   TO TU-SEMESTRE
           MOVE W-NOVA-TURMA TO TU-TURMA
           READ CADTURMA
           IF ST-ERRO-TUR NOT = "00"
               GO TO VAG-CONTA-FIM.
           MOVE ZEROS TO CHAVEMAT
           START CADMATRIC KEY IS NOT LESS THAN CHAVEMAT
           IF ST-ERRO-MAT NOT = "00"
               GO TO VAG-CONTA-CALC.
       VAG-CONTA-LER.
           READ CADMATRIC NEXT RECORD
           IF ST-ERRO-MAT NOT = "00"
               GO TO VAG-CONTA-CALC.
           IF STATUSMAT = "A" AND ANOLETIVO = W-NOVO-ANO AND
              SEMESTRE = W-NOVO-SEM AND CURSO = W-CURSO AND
              TURMA = W-NOVA-TURMA
               ADD 1 TO W-OCUP.
           GO TO VAG-CONTA-LER.
       VAG-CONTA-CALC.
           MOVE "00" TO ST-ERRO-MAT
           IF TU-VAGAS > W-OCUP
               COMPUTE W-VAGAS-LIV = TU-VAGAS - W-OCUP.
       VAG-CONTA-FIM.
           EXIT.
      *
      *****************************************
      * RETOMADA DO TRANCAMENTO EM PERIODO     *
      * POSTERIOR: NOVA MATRICULA ATIVA E      *
      * NOTAS DESTRAVADAS                      *
      *****************************************
      *
       RET-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO TRC-MENU.
           PERFORM MAT-LER THRU MAT-LER-FIM
           IF W-RA = ZEROS
               GO TO TRC-MENU.
           IF STATUSMAT NOT = "T"
               DISPLAY "*** MATRICULA NAO ESTA TRANCADA ***"
               GO TO RET-001.
           PERFORM SEQ-PROXIMA THRU SEQ-PROXIMA-FIM
           IF W-RETOMADA = 1
               DISPLAY "*** TRANCAMENTO JA RETOMADO ***"
               GO TO RET-001.
       RET-002.
           DISPLAY "NOVO ANO LETIVO (AAAA): "
           ACCEPT W-NOVO-ANO
           DISPLAY "NOVO SEMESTRE (1/2): "
           ACCEPT W-NOVO-SEM
           IF W-NOVO-SEM NOT = 1 AND W-NOVO-SEM NOT = 2
               DISPLAY "SEMESTRE INVALIDO"
               GO TO RET-002.
           IF W-NOVO-ANO * 10 + W-NOVO-SEM NOT >
              W-ANOLET * 10 + W-SEMEST
               DISPLAY "*** O PERIODO DEVE SER POSTERIOR AO TRANCADO"
                       " ***"
               GO TO RET-002.
           DISPLAY "TURMA: "
           ACCEPT W-NOVA-TURMA
           IF W-TEM-TUR = 1
               PERFORM VAG-CONTA THRU VAG-CONTA-FIM
               IF ST-ERRO-TUR NOT = "00"
                   DISPLAY "*** TURMA NAO CADASTRADA EM CADTURMA ***"
                   GO TO RET-002
               ELSE
                   IF W-VAGAS-LIV = ZEROS
                       DISPLAY "*** TURMA LOTADA - SEM VAGAS ***"
                       GO TO RET-002.
           DISPLAY "CONFIRMA A RETOMADA (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** RETOMADA NAO REALIZADA ***"
               GO TO RET-001.
           MOVE W-RA         TO RA-M
           MOVE W-NOVO-ANO   TO ANOLETIVO
           MOVE W-NOVO-SEM   TO SEMESTRE
           MOVE W-CURSO      TO CURSO
           MOVE W-NOVA-TURMA TO TURMA
           MOVE "A"          TO STATUSMAT
           MOVE W-HOJE8-N    TO DATAMATRIC
           WRITE REGMATRIC
           IF ST-ERRO-MAT = "22"
               DISPLAY "*** JA EXISTE MATRICULA NO NOVO PERIODO ***"
               GO TO RET-001.
           IF ST-ERRO-MAT NOT = "00" AND ST-ERRO-MAT NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADMATRIC"
               GO TO TRC-FIM.
           MOVE "A" TO W-OPCAO
           PERFORM NOT-TRAVA THRU NOT-TRAVA-FIM
           MOVE W-RA          TO TC-RA
           MOVE W-ANOLET      TO TC-ANOLETIVO
           MOVE W-SEMEST      TO TC-SEMESTRE
           MOVE W-CURSO       TO TC-CURSO
           MOVE W-SEQ         TO TC-SEQ
           MOVE "R"           TO TC-TIPO
           MOVE W-HOJE8-N     TO TC-DATA-EFET TC-DATA-REG
           MOVE ZEROS         TO TC-MOTIVO TC-QTD-CANC TC-VAL-CANC
                                 TC-VAL-PRORATA TC-MULTA TC-DEVOLUCAO
           MOVE SPACES        TO TC-OBS
           MOVE W-TURMA       TO TC-TURMA
           MOVE W-NOVO-ANO    TO TC-RET-ANO
           MOVE W-NOVO-SEM    TO TC-RET-SEM
           MOVE W-NOVA-TURMA  TO TC-RET-TURMA
           MOVE W-OPERADOR    TO TC-OPERADOR
           WRITE REGTRANC
           MOVE "RETOMADA" TO AU-OPERACAO
           MOVE SPACES TO AU-MOTIVO
           STRING "NOVO PERIODO " W-NOVO-ANO "/" W-NOVO-SEM " "
                  W-NOVA-TURMA DELIMITED BY SIZE INTO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** MATRICULA RETOMADA EM " W-NOVO-ANO "/"
                   W-NOVO-SEM " TURMA " W-NOVA-TURMA " ***"
           GO TO RET-001.
      *
      *    PROXIMA SEQUENCIA DE MOVIMENTO DA MATRICULA E INDICADOR
      *    DE RETOMADA JA FEITA
       SEQ-PROXIMA.
           MOVE ZEROS TO W-SEQ W-RETOMADA
           MOVE W-RA     TO TC-RA
           MOVE W-ANOLET TO TC-ANOLETIVO
           MOVE W-SEMEST TO TC-SEMESTRE
           MOVE W-CURSO  TO TC-CURSO
           MOVE ZEROS    TO TC-SEQ
           START CADTRANC KEY IS NOT LESS THAN TC-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO SEQ-PROXIMA-SOMA.
       SEQ-PROXIMA-LER.
           READ CADTRANC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SEQ-PROXIMA-SOMA.
           IF TC-RA NOT = W-RA OR TC-ANOLETIVO NOT = W-ANOLET OR
              TC-SEMESTRE NOT = W-SEMEST OR TC-CURSO NOT = W-CURSO
               GO TO SEQ-PROXIMA-SOMA.
           MOVE TC-SEQ TO W-SEQ
           IF TC-TIPO = "R"
               MOVE 1 TO W-RETOMADA.
           GO TO SEQ-PROXIMA-LER.
       SEQ-PROXIMA-SOMA.
           MOVE "00" TO ST-ERRO
           ADD 1 TO W-SEQ.
       SEQ-PROXIMA-FIM.
           EXIT.
      *
      *****************************************
      * PARAMETROS (SO SUPERVISOR)             *
      *****************************************
      *
       PAR-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* PARAMETROS SOMENTE PARA O SUPERVISOR *"
               GO TO TRC-MENU.
           DISPLAY "MULTA ATUAL: " PC-MULTA-PCT
                   " POR CENTO  PRORRATA: " PC-PRORATA.
       PAR-002.
           DISPLAY "MULTA DE CANCELAMENTO (PERCENTUAL SOBRE AS "
                   "PARCELAS A VENCER): "
           ACCEPT PC-MULTA-PCT
           DISPLAY "PRORRATEAR O MES DA DATA EFETIVA (S/N): "
           ACCEPT PC-PRORATA
           IF PC-PRORATA = "s"
               MOVE "S" TO PC-PRORATA.
           IF PC-PRORATA NOT = "S"
               MOVE "N" TO PC-PRORATA.
           MOVE "1" TO PC-CHAVE
           REWRITE REGPARCAN
           IF ST-ERRO-PCA = "23" OR "21"
               WRITE REGPARCAN.
           IF ST-ERRO-PCA = "00" OR "02"
               DISPLAY "*** PARAMETROS GRAVADOS ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPARCAN".
           GO TO TRC-MENU.
      *
      *****************************************
      * RELATORIO DO MES POR CURSO E MOTIVO    *
      *****************************************
      *
       REL-001.
           DISPLAY "MES (MM): "
           ACCEPT W-MES-REF
           DISPLAY "ANO (AAAA): "
           ACCEPT W-ANO-REF
           IF W-MES-REF < 1 OR W-MES-REF > 12 OR W-ANO-REF = ZEROS
               DISPLAY "MES INVALIDO"
               GO TO REL-001.
           OPEN OUTPUT RELTRANC
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO TRANCREL"
               GO TO TRC-MENU.
           COMPUTE W-DATA-INI = (W-ANO-REF * 10000) +
                   (W-MES-REF * 100) + 01
           COMPUTE W-DATA-FIM = (W-ANO-REF * 10000) +
                   (W-MES-REF * 100) + 31
           MOVE ZEROS TO TABTOTAIS W-TOT-MOV
           MOVE W-MES-REF TO LT-MES
           MOVE W-ANO-REF TO LT-ANO
           MOVE LINTRC-CAB TO LINRELTRANC
           WRITE LINRELTRANC
           MOVE LINTRC-CAB2 TO LINRELTRANC
           WRITE LINRELTRANC
           MOVE ZEROS TO TC-CHAVE
           START CADTRANC KEY IS NOT LESS THAN TC-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO REL-RESUMO.
       REL-LER.
           READ CADTRANC NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO REL-RESUMO.
           IF TC-TIPO NOT = "T" AND TC-TIPO NOT = "C"
               GO TO REL-LER.
           IF TC-DATA-EFET < W-DATA-INI OR TC-DATA-EFET > W-DATA-FIM
               GO TO REL-LER.
           ADD 1 TO W-TOT-MOV
           IF TC-CURSO = ZEROS
               MOVE 99 TO W-CUR-IX
           ELSE
               MOVE TC-CURSO TO W-CUR-IX.
           MOVE TC-MOTIVO TO W-MOT-IX
           IF W-MOT-IX = ZEROS
               MOVE 9 TO W-MOT-IX.
           IF TC-TIPO = "T"
               ADD 1 TO TT-QT-TRANC(W-CUR-IX, W-MOT-IX)
           ELSE
               ADD 1 TO TT-QT-CANC(W-CUR-IX, W-MOT-IX).
           ADD TC-VAL-CANC  TO TT-VAL-CANC(W-CUR-IX, W-MOT-IX)
           ADD TC-MULTA     TO TT-MULTA(W-CUR-IX, W-MOT-IX)
           ADD TC-DEVOLUCAO TO TT-DEVOL(W-CUR-IX, W-MOT-IX)
           MOVE TC-TIPO      TO LT-TIPO
           MOVE TC-RA        TO LT-RA
           MOVE TC-ANOLETIVO TO LT-ANOLET
           MOVE TC-SEMESTRE  TO LT-SEMEST
           MOVE TC-CURSO     TO LT-CURSO
           MOVE TC-TURMA     TO LT-TURMA
           MOVE TC-DATA-EFET TO LT-DATA
           MOVE T-MOTIVO(W-MOT-IX) TO LT-MOTIVO
           MOVE LINTRC-DET TO LINRELTRANC
           WRITE LINRELTRANC
           MOVE TC-VAL-CANC  TO LT-VAL-CANC
           MOVE TC-MULTA     TO LT-MULTA
           MOVE TC-DEVOLUCAO TO LT-DEVOL
           MOVE LINTRC-VAL TO LINRELTRANC
           WRITE LINRELTRANC
           GO TO REL-LER.
      *
       REL-RESUMO.
           MOVE "00" TO ST-ERRO
           MOVE SPACES TO LINRELTRANC
           WRITE LINRELTRANC
           MOVE "RESUMO POR CURSO E MOTIVO" TO LINRELTRANC
           WRITE LINRELTRANC
           MOVE 1 TO W-CUR-IX.
       REL-RES-CUR.
           IF W-CUR-IX > 99
               GO TO REL-FIM.
           MOVE 1 TO W-MOT-IX.
       REL-RES-MOT.
           IF W-MOT-IX > 9
               ADD 1 TO W-CUR-IX
               GO TO REL-RES-CUR.
           IF TT-QT-TRANC(W-CUR-IX, W-MOT-IX) = ZEROS AND
              TT-QT-CANC(W-CUR-IX, W-MOT-IX) = ZEROS
               GO TO REL-RES-PROX.
           MOVE W-CUR-IX TO LR-CURSO
           MOVE T-MOTIVO(W-MOT-IX) TO LR-MOTIVO
           MOVE TT-QT-TRANC(W-CUR-IX, W-MOT-IX) TO LR-QT-TRANC
           MOVE TT-QT-CANC(W-CUR-IX, W-MOT-IX)  TO LR-QT-CANC
           MOVE TT-VAL-CANC(W-CUR-IX, W-MOT-IX) TO LR-VAL-CANC
           MOVE TT-MULTA(W-CUR-IX, W-MOT-IX)    TO LR-MULTA
           MOVE LINTRC-RES TO LINRELTRANC
           WRITE LINRELTRANC.
       REL-RES-PROX.
           IF W-MOT-IX = 9
               ADD 1 TO W-CUR-IX
               GO TO REL-RES-CUR.
           ADD 1 TO W-MOT-IX
           GO TO REL-RES-MOT.
      *
       REL-FIM.
           MOVE SPACES TO LINRELTRANC
           WRITE LINRELTRANC
           MOVE W-TOT-MOV TO LT-TOT
           MOVE LINTRC-TOT TO LINRELTRANC
           WRITE LINRELTRANC
           CLOSE RELTRANC
           DISPLAY "MOVIMENTOS NO MES: " W-TOT-MOV
           DISPLAY "RELATORIO GRAVADO EM TRANCREL.DAT"
           GO TO TRC-MENU.
      *
      **************************************
      * AUDITORIA E JORNAL                 *
      **************************************
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR81T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE W-RA       TO W-CA-RA
           MOVE W-ANOLET   TO W-CA-ANO
           MOVE W-SEMEST   TO W-CA-SEM
           MOVE W-CURSO    TO W-CA-CUR
           MOVE W-CHAVE-AUD TO AU-CHAVE
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       JRN-MENSAL.
           MOVE SPACES      TO JR-IMAGEM
           MOVE REGMENSAL   TO JR-IMAGEM
           MOVE "CADMENSAL" TO JR-ARQUIVO
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       JRN-MENSAL-FIM.
           EXIT.
      *
       JRN-GRAVA.
           ACCEPT JR-DATA FROM DATE YYYYMMDD
           ACCEPT JR-HORA FROM TIME
           MOVE "PROGR81T" TO JR-PROGRAMA
           MOVE W-OPERADOR TO JR-OPERADOR
           MOVE "R" TO JR-OPERACAO
           WRITE LINJORNAL.
       JRN-GRAVA-FIM.
           EXIT.
      *
       TRC-FIM.
           CLOSE CADTRANC CADPARCAN CADMATRIC CADALUNO CADMENSAL
                 AUDITLOG JORNAL
           IF W-TEM-MUL = 1
               CLOSE CADMULBIB.
           IF W-TEM-TUR = 1
               CLOSE CADTURMA.
           IF W-TEM-NOT = 1
               CLOSE CADXREF CADNOTA1.
           IF W-TEM-CON = 1
               CLOSE CADCONTRAT.
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
