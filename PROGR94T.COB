       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR94T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * AUDITORIA MENSAL DA NUMERACAO DE   *
      * TODAS AS SERIES DO CADSERIES: PARA *
      * CADA SERIE LE O ARQUIVO QUE USA OS *
      * NUMEROS E APONTA NUMEROS SALTADOS, *
      * DUPLICADOS, EMITIDOS ACIMA DO      *
      * SR-PROXIMO E CANCELAMENTOS SEM     *
      * MOTIVO. RELATORIO EM NUMSERIE.DAT  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSERIES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS SR-SERIE
                    FILE STATUS  IS ST-ERRO-SER.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AL-RA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AL-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FU-NUMREG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FU-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADNOTA1 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NT-MATRICULA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NT-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADMENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADDECLAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DC-NUMERO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADREGDIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RD-REGISTRO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADQUITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS QT-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS QT-ALUANO
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADCONTRAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CT-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CT-CHAVEMAT
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RQ-NUMERO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADRECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RB-NUMERO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADATEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AT-NUMERO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADRPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RPS-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RPS-ORIGEM.
      *
      *-----------------------------------------------------------------
           SELECT CADPEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PC-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD IS PC-CODMEDIC WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADRPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RA-NUMERO.
      *
      *-----------------------------------------------------------------
           SELECT CADSERCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS SC-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SC-CPF
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PA-CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD IS PA-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OR-NUMERO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT AUDITLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.
      *
      *-----------------------------------------------------------------
           SELECT AUDSELO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SEL.
      *
      *-----------------------------------------------------------------
           SELECT RELNUM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSERIES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIES.DAT".
       01 REGSERIES.
                03 SR-SERIE        PIC X(10).
                03 SR-PROXIMO      PIC 9(06).

       FD CADALUNO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADALUNO.DAT".
       01 REGALUNO.
                03 AL-RA           PIC 9(06).
                03 AL-NOME         PIC X(30).
                03 FILLER          PIC X(222).
                03 AL-STATUS       PIC X(01).
                03 AL-MOTIVO       PIC X(30).
                03 FILLER          PIC X(52).

       FD CADFUN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFUN.DAT".
       01 REGFUN.
                03 FU-NUMREG       PIC 9(06).
                03 FU-NOME         PIC X(30).
                03 FILLER          PIC X(27).
                03 FU-STATUS       PIC X(01).
                03 FU-MOTIVO       PIC X(30).
                03 FILLER          PIC X(01).

       FD CADNOTA1
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADNOTA1.DAT".
       01 REGNOTA.
                03 NT-MATRICULA    PIC 9(06).
                03 NT-NOME         PIC X(30).
                03 FILLER          PIC X(346).
                03 NT-STATUS       PIC X(01).
                03 NT-MOTIVO       PIC X(30).

       FD CADMENSAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMENSAL.DAT".
       01 REGMENSAL.
                03 MN-CHAVE.
                    05 MN-RA       PIC 9(06).
                    05 MN-ANO      PIC 9(04).
                    05 MN-MES      PIC 9(02).
                03 FILLER          PIC X(40).
                03 MN-NOSSONUM     PIC 9(10).
                03 FILLER          PIC X(01).

       FD CADDECLAR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDECLAR.DAT".
       01 REGDECLAR.
                03 DC-NUMERO       PIC 9(06).
                03 FILLER          PIC X(31).

       FD CADREGDIP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREGDIP.DAT".
       01 REGREGDIP.
                03 RD-REGISTRO     PIC 9(06).
                03 FILLER          PIC X(32).

       FD CADQUITA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADQUITA.DAT".
       01 REGQUITA.
                03 QT-NUMERO       PIC 9(06).
                03 QT-ALUANO       PIC X(10).
                03 FILLER          PIC X(80).

       FD CADCONTRAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTRAT.DAT".
       01 REGCONTRAT.
                03 CT-NUMERO       PIC 9(06).
                03 CT-CHAVEMAT     PIC X(13).
                03 FILLER          PIC X(37).
                03 CT-SITUACAO     PIC X(01).
                03 FILLER          PIC X(16).
                03 CT-DATA-CANC    PIC 9(08).
                03 FILLER          PIC X(14).

       FD CADREQ
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREQ.DAT".
       01 REGREQ.
                03 RQ-NUMERO       PIC 9(06).
                03 FILLER          PIC X(40).
                03 RQ-SITUACAO     PIC X(01).
                03 FILLER          PIC X(38).
                03 RQ-MOTIVO       PIC X(30).
                03 FILLER          PIC X(08).

       FD CADRECIBO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRECIBO.DAT".
       01 REGRECIBO.
                03 RB-NUMERO       PIC 9(06).
                03 FILLER          PIC X(81).
                03 RB-SITUACAO     PIC X(01).

       FD CADATEST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADATEST.DAT".
       01 REGATEST.
                03 AT-NUMERO       PIC 9(06).
                03 FILLER          PIC X(64).

       FD CADRPS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRPS.DAT".
       01 REGRPS.
                03 RPS-NUMERO      PIC 9(06).
                03 RPS-ORIGEM      PIC X(17).
                03 FILLER          PIC X(74).

       FD CADPEDCOMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPEDCOMP.DAT".
       01 REGPEDCOMP.
                03 PC-CHAVE.
                    05 PC-NUMERO   PIC 9(06).
                    05 PC-ITEM     PIC 9(02).
                03 FILLER          PIC X(20).
                03 PC-CODMEDIC     PIC 9(05).
                03 FILLER          PIC X(21).
                03 PC-SITUACAO     PIC X(01).
                03 FILLER          PIC X(08).

       FD CADRPA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRPA.DAT".
       01 REGRPA.
                03 RA-CHAVE        PIC X(12).
                03 RA-NUMERO       PIC 9(06).
                03 FILLER          PIC X(94).

       FD CADSERCON
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERCON.DAT".
       01 REGSERCON.
                03 SC-NUMERO       PIC 9(06).
                03 SC-CPF          PIC 9(11).
                03 FILLER          PIC X(50).
                03 SC-SITUACAO     PIC X(01).
                03 FILLER          PIC X(536).

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 PA-CPF          PIC 9(11).
                03 PA-NOME         PIC X(30).
                03 FILLER          PIC X(202).

       FD CADORCA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADORCA.DAT".
       01 REGORCA.
                03 OR-NUMERO       PIC 9(06).
                03 FILLER          PIC X(207).

       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-AUDNOME.
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
                03 AU-CHAVE-R REDEFINES AU-CHAVE.
                    05 AU-CHAVE-13 PIC X(13).
                    05 FILLER      PIC X(02).
                03 FILLER          PIC X(01).
                03 AU-MOTIVO       PIC X(30).

       FD AUDSELO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDSELO.DAT".
       01 LINSELO.
                03 SL-NUM          PIC 9(06).
                03 FILLER          PIC X(01).
                03 SL-DATA         PIC 9(08).
                03 FILLER          PIC X(66).
                03 SL-ARQUIVO      PIC X(16).

       FD RELNUM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "NUMSERIE.DAT".
       01 LINRELNUM           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO-SER   PIC X(02) VALUE "00".
       77 ST-ERRO-AUD   PIC X(02) VALUE "00".
       77 ST-ERRO-SEL   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-AUDNOME     PIC X(16) VALUE SPACES.
       77 W-AUD-INI     PIC 9(08) VALUE ZEROS.
       77 W-AUD-LIM     PIC 9(08) VALUE ZEROS.
       77 W-AUD-FIM     PIC 9(01) VALUE ZEROS.
       77 W-SELO-FIM    PIC 9(01) VALUE ZEROS.
       77 W-VIVO-LIDO   PIC 9(01) VALUE ZEROS.
      *
      *    SITUACAO DA LEITURA DA SERIE: 0=SERIE SEM ARQUIVO
      *    CONHECIDO 1=LIDA 2=ARQUIVO NAO ENCONTRADO
       77 W-SCN-SIT     PIC 9(01) VALUE ZEROS.
       77 W-SCN-ARQ     PIC X(14) VALUE SPACES.
       77 W-NUM         PIC 9(10) VALUE ZEROS.
       77 W-NUM-ANT     PIC 9(06) VALUE ZEROS.
       77 W-CANC        PIC 9(01) VALUE ZEROS.
       77 W-MOT         PIC 9(01) VALUE ZEROS.
       77 W-MAIOR       PIC 9(06) VALUE ZEROS.
       77 W-LIMITE      PIC 9(06) VALUE ZEROS.
       77 W-IX          PIC 9(07) VALUE ZEROS.
       77 W-FALTA-INI   PIC 9(06) VALUE ZEROS.
       77 W-FALTA-FIM   PIC 9(06) VALUE ZEROS.
       77 W-FALTA-QTD   PIC 9(06) VALUE ZEROS.
       77 W-PSEUDO-BASE PIC 9(11) VALUE 99900000000.
       77 W-PSEUDO-QUO  PIC 9(09) VALUE ZEROS.
       77 W-PSEUDO-RES  PIC 9(02) VALUE ZEROS.
       77 W-ED-6        PIC ZZZZZ9.
       77 W-ED-6B       PIC ZZZZZ9.
       77 W-ED-10       PIC Z(09)9.
      *
      *    TOTAIS DA SERIE E GERAIS
       77 W-S-DOCS      PIC 9(07) VALUE ZEROS.
       77 W-S-FALTA     PIC 9(07) VALUE ZEROS.
       77 W-S-DUPL      PIC 9(07) VALUE ZEROS.
       77 W-S-ACIMA     PIC 9(07) VALUE ZEROS.
       77 W-S-SEMMOT    PIC 9(07) VALUE ZEROS.
       77 W-T-SERIES    PIC 9(04) VALUE ZEROS.
       77 W-T-DOCS      PIC 9(07) VALUE ZEROS.
       77 W-T-OCOR      PIC 9(07) VALUE ZEROS.
      *
      *    QUANTAS VEZES CADA NUMERO APARECE NO ARQUIVO DA SERIE
       01 TABNUM.
           03 TN-QTD    PIC 9(01) OCCURS 999999 TIMES.
      *
      *    CHAVES COM MOTIVO DE CANCELAMENTO REGISTRADO NO
      *    AUDITLOG PARA A SERIE EM CONFERENCIA
       77 W-MOT-PROG    PIC X(08) VALUE SPACES.
       77 W-MOT-OPER1   PIC X(10) VALUE SPACES.
       77 W-MOT-OPER2   PIC X(10) VALUE SPACES.
       77 W-MOT-CHAVE   PIC X(13) VALUE SPACES.
       77 TM-TOTAL      PIC 9(04) VALUE ZEROS.
       77 TM-IX         PIC 9(04) VALUE ZEROS.
       77 W-MOT-CHEIA   PIC 9(01) VALUE ZEROS.
       01 TABMOT.
           03 TM-CHAVE  PIC X(13) OCCURS 3000 TIMES.
      *
       01 LINCAB1.
           03 FILLER    PIC X(41) VALUE
              "AUDITORIA DA NUMERACAO DAS SERIES - DATA ".
           03 LC-DATA   PIC 99/99/9999.
       01 LINSER.
           03 FILLER    PIC X(07) VALUE "SERIE: ".
           03 LS-SERIE  PIC X(10).
           03 FILLER    PIC X(11) VALUE "  PROXIMO: ".
           03 LS-PROX   PIC ZZZZZ9.
           03 FILLER    PIC X(11) VALUE "  ARQUIVO: ".
           03 LS-ARQ    PIC X(14).
       01 LINOCOR.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 LO-TEXTO  PIC X(77).
       01 LINTOT.
           03 FILLER    PIC X(09) VALUE "   DOCS: ".
           03 LT-DOCS   PIC ZZZZZZ9.
           03 FILLER    PIC X(10) VALUE "  SALTOS: ".
           03 LT-FALTA  PIC ZZZZZZ9.
           03 FILLER    PIC X(08) VALUE "  DUPL: ".
           03 LT-DUPL   PIC ZZZZZZ9.
           03 FILLER    PIC X(09) VALUE "  ACIMA: ".
           03 LT-ACIMA  PIC ZZZZZZ9.
           03 FILLER    PIC X(09) VALUE "  S/MOT: ".
           03 LT-SEMMOT PIC ZZZZZZ9.
       01 W-DATA-HJ     PIC 9(08) VALUE ZEROS.
       01 W-DATA-HJ-R REDEFINES W-DATA-HJ.
           03 W-HJ-ANO  PIC 9(04).
           03 W-HJ-MES  PIC 9(02).
           03 W-HJ-DIA  PIC 9(02).
       01 W-DATA-ED.
           03 W-ED-DIA  PIC 9(02).
           03 W-ED-MES  PIC 9(02).
           03 W-ED-ANO  PIC 9(04).
       01 W-DATA-ED-N REDEFINES W-DATA-ED PIC 9(08).
      *
       01 PASSO-REGISTROS PIC 9(06) EXTERNAL.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       NUM-OP0.
           OPEN INPUT CADSERIES
           IF ST-ERRO-SER NOT = "00"
               DISPLAY "ARQUIVO CADSERIES NAO ENCONTRADO"
               GO TO ROT-FIM.
           OPEN OUTPUT RELNUM
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO NUMSERIE.DAT"
               CLOSE CADSERIES
               GO TO ROT-FIM.
           ACCEPT W-DATA-HJ FROM DATE YYYYMMDD
           MOVE W-HJ-DIA TO W-ED-DIA
           MOVE W-HJ-MES TO W-ED-MES
           MOVE W-HJ-ANO TO W-ED-ANO
           MOVE W-DATA-ED-N TO LC-DATA
           WRITE LINRELNUM FROM LINCAB1
           MOVE SPACES TO LINRELNUM
           WRITE LINRELNUM.
      *
      *****************************************
      * UMA SERIE POR VEZ: LE O ARQUIVO QUE    *
      * USA A SERIE E CONFERE A NUMERACAO      *
      *****************************************
      *
       NUM-LER.
           READ CADSERIES NEXT RECORD
           AT END
               GO TO NUM-FIM.
           ADD 1 TO W-T-SERIES
           MOVE ZEROS TO TABNUM
           MOVE ZEROS TO W-MAIOR W-S-DOCS W-S-FALTA W-S-DUPL
                         W-S-ACIMA W-S-SEMMOT W-SCN-SIT
           MOVE SPACES TO W-SCN-ARQ
           IF SR-SERIE = "RA"
               PERFORM SCN-ALUNO THRU SCN-ALUNO-FIM.
           IF SR-SERIE = "NUMREG"
               PERFORM SCN-FUN THRU SCN-FUN-FIM.
           IF SR-SERIE = "MATRICULA"
               PERFORM SCN-NOTA THRU SCN-NOTA-FIM.
           IF SR-SERIE = "NOSSONUM"
               PERFORM SCN-MENSAL THRU SCN-MENSAL-FIM.
           IF SR-SERIE = "DECLARA"
               PERFORM SCN-DECLAR THRU SCN-DECLAR-FIM.
           IF SR-SERIE = "DIPLOMA"
               PERFORM SCN-REGDIP THRU SCN-REGDIP-FIM.
           IF SR-SERIE = "QUITACAO"
               PERFORM SCN-QUITA THRU SCN-QUITA-FIM.
           IF SR-SERIE = "CONTRATO"
               PERFORM SCN-CONTRAT THRU SCN-CONTRAT-FIM.
           IF SR-SERIE = "REQVAGA"
               PERFORM SCN-REQ THRU SCN-REQ-FIM.
           IF SR-SERIE = "RECIBO"
               PERFORM SCN-RECIBO THRU SCN-RECIBO-FIM.
           IF SR-SERIE = "ATESTADO"
               PERFORM SCN-ATEST THRU SCN-ATEST-FIM.
           IF SR-SERIE = "RPS"
               PERFORM SCN-RPS THRU SCN-RPS-FIM.
           IF SR-SERIE = "PEDCOMPRA"
               PERFORM SCN-PEDCOMP THRU SCN-PEDCOMP-FIM.
           IF SR-SERIE = "RPA"
               PERFORM SCN-RPA THRU SCN-RPA-FIM.
           IF SR-SERIE = "SESSOES"
               PERFORM SCN-SERCON THRU SCN-SERCON-FIM.
           IF SR-SERIE = "ANONIMO"
               PERFORM SCN-PACI THRU SCN-PACI-FIM.
           IF SR-SERIE = "ORCAMENTO"
               PERFORM SCN-ORCA THRU SCN-ORCA-FIM.
           IF W-SCN-SIT = 0
               MOVE "(NENHUM)" TO W-SCN-ARQ.
           PERFORM SER-CAB THRU SER-CAB-FIM
           IF W-SCN-SIT = 0
               MOVE "SERIE SEM ARQUIVO DE CONFERENCIA" TO LO-TEXTO
               WRITE LINRELNUM FROM LINOCOR
               ADD 1 TO W-T-OCOR
               GO TO NUM-LER.
           IF W-SCN-SIT = 2
               MOVE SPACES TO LO-TEXTO
               STRING "ARQUIVO " W-SCN-ARQ " NAO ENCONTRADO"
                      DELIMITED BY SIZE INTO LO-TEXTO
               WRITE LINRELNUM FROM LINOCOR
               ADD 1 TO W-T-OCOR
               GO TO NUM-LER.
           PERFORM NUM-ANALISA THRU NUM-ANALISA-FIM
           MOVE W-S-DOCS   TO LT-DOCS
           MOVE W-S-FALTA  TO LT-FALTA
           MOVE W-S-DUPL   TO LT-DUPL
           MOVE W-S-ACIMA  TO LT-ACIMA
           MOVE W-S-SEMMOT TO LT-SEMMOT
           WRITE LINRELNUM FROM LINTOT
           MOVE SPACES TO LINRELNUM
           WRITE LINRELNUM
           ADD W-S-DOCS TO W-T-DOCS
           DISPLAY "SERIE " SR-SERIE " DOCUMENTOS " W-S-DOCS
           GO TO NUM-LER.
      *
       NUM-FIM.
           MOVE SPACES TO LINRELNUM
           MOVE W-T-SERIES TO W-ED-6
           STRING "SERIES CONFERIDAS.....: " W-ED-6
                  DELIMITED BY SIZE INTO LINRELNUM
           WRITE LINRELNUM
           MOVE SPACES TO LINRELNUM
           MOVE W-T-DOCS TO W-ED-10
           STRING "DOCUMENTOS LIDOS......: " W-ED-10
                  DELIMITED BY SIZE INTO LINRELNUM
           WRITE LINRELNUM
           MOVE SPACES TO LINRELNUM
           MOVE W-T-OCOR TO W-ED-10
           STRING "OCORRENCIAS...........: " W-ED-10
                  DELIMITED BY SIZE INTO LINRELNUM
           WRITE LINRELNUM
           CLOSE CADSERIES RELNUM
           MOVE W-T-DOCS TO PASSO-REGISTROS
           DISPLAY "OCORRENCIAS APONTADAS: " W-T-OCOR
           DISPLAY "RELATORIO GRAVADO EM NUMSERIE.DAT"
           GO TO ROT-FIMP.
      *
       SER-CAB.
           MOVE SR-SERIE   TO LS-SERIE
           MOVE SR-PROXIMO TO LS-PROX
           MOVE W-SCN-ARQ  TO LS-ARQ
           WRITE LINRELNUM FROM LINSER.
       SER-CAB-FIM.
           EXIT.
      *
      *****************************************
      * MARCA O NUMERO W-NUM DA SERIE. W-CANC  *
      * = 1 QUANDO O DOCUMENTO ESTA CANCELADO  *
      * E W-MOT = 1 QUANDO HA MOTIVO REGISTRADO*
      *****************************************
      *
       NUM-MARCA.
           IF W-NUM = ZEROS
               GO TO NUM-MARCA-FIM.
           ADD 1 TO W-S-DOCS
           IF W-NUM > 999999
               MOVE W-NUM TO W-ED-10
               MOVE SPACES TO LO-TEXTO
               STRING "NUMERO FORA DA FAIXA DA SERIE: " W-ED-10
                      DELIMITED BY SIZE INTO LO-TEXTO
               PERFORM NUM-OCOR THRU NUM-OCOR-FIM
               ADD 1 TO W-S-ACIMA
               GO TO NUM-MARCA-FIM.
           IF TN-QTD(W-NUM) < 9
               ADD 1 TO TN-QTD(W-NUM).
           IF W-NUM > W-MAIOR
               MOVE W-NUM TO W-MAIOR.
           IF W-CANC = 1 AND W-MOT = 0
               MOVE W-NUM TO W-ED-6
               MOVE SPACES TO LO-TEXTO
               STRING "CANCELADO SEM MOTIVO.........: " W-ED-6
                      DELIMITED BY SIZE INTO LO-TEXTO
               PERFORM NUM-OCOR THRU NUM-OCOR-FIM
               ADD 1 TO W-S-SEMMOT.
       NUM-MARCA-FIM.
           EXIT.
      *
       NUM-OCOR.
           WRITE LINRELNUM FROM LINOCOR
           ADD 1 TO W-T-OCOR.
       NUM-OCOR-FIM.
           EXIT.
      *
      *****************************************
      * PERCORRE OS NUMEROS DE 1 ATE O MAIOR   *
      * ENTRE O ULTIMO EMITIDO PELA SERIE E O  *
      * MAIOR ENCONTRADO NO ARQUIVO            *
      *****************************************
      *
       NUM-ANALISA.
           MOVE W-MAIOR TO W-LIMITE
           IF SR-PROXIMO > 1 AND SR-PROXIMO - 1 > W-LIMITE
               COMPUTE W-LIMITE = SR-PROXIMO - 1.
           MOVE ZEROS TO W-FALTA-INI
           MOVE 1 TO W-IX.
       NUM-ANALISA-LOOP.
           IF W-IX > W-LIMITE
               GO TO NUM-ANALISA-FECHA.
           IF TN-QTD(W-IX) = ZEROS AND W-IX < SR-PROXIMO
               IF W-FALTA-INI = ZEROS
                   MOVE W-IX TO W-FALTA-INI
                   GO TO NUM-ANALISA-PROX
               ELSE
                   GO TO NUM-ANALISA-PROX.
           IF W-FALTA-INI NOT = ZEROS
               COMPUTE W-FALTA-FIM = W-IX - 1
               PERFORM NUM-FALTA THRU NUM-FALTA-FIM.
           IF TN-QTD(W-IX) = ZEROS
               GO TO NUM-ANALISA-PROX.
           IF TN-QTD(W-IX) > 1
               MOVE W-IX TO W-ED-6
               MOVE TN-QTD(W-IX) TO W-ED-6B
               MOVE SPACES TO LO-TEXTO
               STRING "NUMERO DUPLICADO.............: " W-ED-6
                      " (" W-ED-6B " VEZES)"
                      DELIMITED BY SIZE INTO LO-TEXTO
               PERFORM NUM-OCOR THRU NUM-OCOR-FIM
               ADD 1 TO W-S-DUPL.
           IF W-IX NOT < SR-PROXIMO
               MOVE W-IX TO W-ED-6
               MOVE SPACES TO LO-TEXTO
               STRING "EMITIDO ACIMA DO PROXIMO.....: " W-ED-6
                      DELIMITED BY SIZE INTO LO-TEXTO
               PERFORM NUM-OCOR THRU NUM-OCOR-FIM
               ADD 1 TO W-S-ACIMA.
       NUM-ANALISA-PROX.
           ADD 1 TO W-IX
           GO TO NUM-ANALISA-LOOP.
       NUM-ANALISA-FECHA.
           IF W-FALTA-INI NOT = ZEROS
               MOVE W-LIMITE TO W-FALTA-FIM
               PERFORM NUM-FALTA THRU NUM-FALTA-FIM.
       NUM-ANALISA-FIM.
           EXIT.
      *
      *    FAIXA DE NUMEROS SALTADOS W-FALTA-INI A W-FALTA-FIM
       NUM-FALTA.
           COMPUTE W-FALTA-QTD = W-FALTA-FIM - W-FALTA-INI + 1
           ADD W-FALTA-QTD TO W-S-FALTA
           MOVE W-FALTA-INI TO W-ED-6
           MOVE SPACES TO LO-TEXTO
           IF W-FALTA-QTD = 1
               STRING "NUMERO SALTADO...............: " W-ED-6
                      DELIMITED BY SIZE INTO LO-TEXTO
           ELSE
               MOVE W-FALTA-FIM TO W-ED-6B
               STRING "NUMEROS SALTADOS.............: " W-ED-6
                      " A " W-ED-6B
                      DELIMITED BY SIZE INTO LO-TEXTO.
           PERFORM NUM-OCOR THRU NUM-OCOR-FIM
           MOVE ZEROS TO W-FALTA-INI.
       NUM-FALTA-FIM.
           EXIT.
      *
      *****************************************
      * LEITURA DOS ARQUIVOS DE CADA SERIE     *
      *****************************************
      *
      *    RA: CADALUNO (EXCLUSAO = STATUS-REG I COM MOTIVO)
       SCN-ALUNO.
           MOVE "CADALUNO.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADALUNO
           IF ST-ERRO NOT = "00"
               GO TO SCN-ALUNO-FIM.
           MOVE 1 TO W-SCN-SIT.
       SCN-ALUNO-LER.
           READ CADALUNO NEXT RECORD
           AT END
               CLOSE CADALUNO
               GO TO SCN-ALUNO-FIM.
           MOVE AL-RA TO W-NUM
           MOVE ZEROS TO W-CANC W-MOT
           IF AL-STATUS = "I"
               MOVE 1 TO W-CANC
               IF AL-MOTIVO NOT = SPACES
                   MOVE 1 TO W-MOT.
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-ALUNO-LER.
       SCN-ALUNO-FIM.
           EXIT.
      *
      *    NUMREG: CADFUN (EXCLUSAO = STATUS-REG I COM MOTIVO)
       SCN-FUN.
           MOVE "CADFUN.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADFUN
           IF ST-ERRO NOT = "00"
               GO TO SCN-FUN-FIM.
           MOVE 1 TO W-SCN-SIT.
       SCN-FUN-LER.
           READ CADFUN NEXT RECORD
           AT END
               CLOSE CADFUN
               GO TO SCN-FUN-FIM.
           MOVE FU-NUMREG TO W-NUM
           MOVE ZEROS TO W-CANC W-MOT
           IF FU-STATUS = "I"
               MOVE 1 TO W-CANC
               IF FU-MOTIVO NOT = SPACES
                   MOVE 1 TO W-MOT.
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-FUN-LER.
       SCN-FUN-FIM.
           EXIT.
      *
      *    MATRICULA: CADNOTA1 (EXCLUSAO = STATUS-REG I)
       SCN-NOTA.
           MOVE "CADNOTA1.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADNOTA1
           IF ST-ERRO NOT = "00"
               GO TO SCN-NOTA-FIM.
           MOVE 1 TO W-SCN-SIT.
       SCN-NOTA-LER.
           READ CADNOTA1 NEXT RECORD
           AT END
               CLOSE CADNOTA1
               GO TO SCN-NOTA-FIM.
           MOVE NT-MATRICULA TO W-NUM
           MOVE ZEROS TO W-CANC W-MOT
           IF NT-STATUS = "I"
               MOVE 1 TO W-CANC
               IF NT-MOTIVO NOT = SPACES
                   MOVE 1 TO W-MOT.
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-NOTA-LER.
       SCN-NOTA-FIM.
           EXIT.
      *
      *    NOSSONUM: CADMENSAL (PARCELA SEM BOLETO TEM ZERO)
       SCN-MENSAL.
           MOVE "CADMENSAL.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADMENSAL
           IF ST-ERRO NOT = "00"
               GO TO SCN-MENSAL-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-CANC W-MOT.
       SCN-MENSAL-LER.
           READ CADMENSAL NEXT RECORD
           AT END
               CLOSE CADMENSAL
               GO TO SCN-MENSAL-FIM.
           MOVE MN-NOSSONUM TO W-NUM
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-MENSAL-LER.
       SCN-MENSAL-FIM.
           EXIT.
      *
       SCN-DECLAR.
           MOVE "CADDECLAR.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADDECLAR
           IF ST-ERRO NOT = "00"
               GO TO SCN-DECLAR-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-CANC W-MOT.
       SCN-DECLAR-LER.
           READ CADDECLAR NEXT RECORD
           AT END
               CLOSE CADDECLAR
               GO TO SCN-DECLAR-FIM.
           MOVE DC-NUMERO TO W-NUM
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-DECLAR-LER.
       SCN-DECLAR-FIM.
           EXIT.
      *
       SCN-REGDIP.
           MOVE "CADREGDIP.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADREGDIP
           IF ST-ERRO NOT = "00"
               GO TO SCN-REGDIP-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-CANC W-MOT.
       SCN-REGDIP-LER.
           READ CADREGDIP NEXT RECORD
           AT END
               CLOSE CADREGDIP
               GO TO SCN-REGDIP-FIM.
           MOVE RD-REGISTRO TO W-NUM
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-REGDIP-LER.
       SCN-REGDIP-FIM.
           EXIT.
      *
       SCN-QUITA.
           MOVE "CADQUITA.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADQUITA
           IF ST-ERRO NOT = "00"
               GO TO SCN-QUITA-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-CANC W-MOT.
       SCN-QUITA-LER.
           READ CADQUITA NEXT RECORD
           AT END
               CLOSE CADQUITA
               GO TO SCN-QUITA-FIM.
           MOVE QT-NUMERO TO W-NUM
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-QUITA-LER.
       SCN-QUITA-FIM.
           EXIT.
      *
      *    CONTRATO: O MOTIVO DO CANCELAMENTO FICA NO AUDITLOG
      *    DO TRANCAMENTO/CANCELAMENTO DA MATRICULA (PROGR81T),
      *    CUJA CHAVE E A MESMA CT-CHAVEMAT DO CONTRATO
       SCN-CONTRAT.
           MOVE "CADCONTRAT.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADCONTRAT
           IF ST-ERRO NOT = "00"
               GO TO SCN-CONTRAT-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE "PROGR81T"   TO W-MOT-PROG
           MOVE "CANCELAMEN" TO W-MOT-OPER1
           MOVE "TRANCAMENT" TO W-MOT-OPER2
           PERFORM MOT-CARGA THRU MOT-CARGA-FIM.
       SCN-CONTRAT-LER.
           READ CADCONTRAT NEXT RECORD
           AT END
               CLOSE CADCONTRAT
               GO TO SCN-CONTRAT-FIM.
           MOVE CT-NUMERO TO W-NUM
           MOVE ZEROS TO W-CANC W-MOT
           IF CT-SITUACAO = "C"
               MOVE 1 TO W-CANC
               MOVE CT-CHAVEMAT TO W-MOT-CHAVE
               PERFORM MOT-ACHA THRU MOT-ACHA-FIM.
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-CONTRAT-LER.
       SCN-CONTRAT-FIM.
           EXIT.
      *
      *    REQVAGA: CANCELADA (C) COM RQ-MOTIVO NO PROPRIO REGISTRO
       SCN-REQ.
           MOVE "CADREQ.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADREQ
           IF ST-ERRO NOT = "00"
               GO TO SCN-REQ-FIM.
           MOVE 1 TO W-SCN-SIT.
       SCN-REQ-LER.
           READ CADREQ NEXT RECORD
           AT END
               CLOSE CADREQ
               GO TO SCN-REQ-FIM.
           MOVE RQ-NUMERO TO W-NUM
           MOVE ZEROS TO W-CANC W-MOT
           IF RQ-SITUACAO = "C"
               MOVE 1 TO W-CANC
               IF RQ-MOTIVO NOT = SPACES
                   MOVE 1 TO W-MOT.
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-REQ-LER.
       SCN-REQ-FIM.
           EXIT.
      *
      *    RECIBO: EMITIDO = E; QUALQUER OUTRA SITUACAO E RECIBO
      *    INVALIDADO, E O RECIBO NAO TEM CAMPO DE MOTIVO
       SCN-RECIBO.
           MOVE "CADRECIBO.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADRECIBO
           IF ST-ERRO NOT = "00"
               GO TO SCN-RECIBO-FIM.
           MOVE 1 TO W-SCN-SIT.
       SCN-RECIBO-LER.
           READ CADRECIBO NEXT RECORD
           AT END
               CLOSE CADRECIBO
               GO TO SCN-RECIBO-FIM.
           MOVE RB-NUMERO TO W-NUM
           MOVE ZEROS TO W-CANC W-MOT
           IF RB-SITUACAO NOT = "E"
               MOVE 1 TO W-CANC.
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-RECIBO-LER.
       SCN-RECIBO-FIM.
           EXIT.
      *
       SCN-ATEST.
           MOVE "CADATEST.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADATEST
           IF ST-ERRO NOT = "00"
               GO TO SCN-ATEST-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-CANC W-MOT.
       SCN-ATEST-LER.
           READ CADATEST NEXT RECORD
           AT END
               CLOSE CADATEST
               GO TO SCN-ATEST-FIM.
           MOVE AT-NUMERO TO W-NUM
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-ATEST-LER.
       SCN-ATEST-FIM.
           EXIT.
      *
       SCN-RPS.
           MOVE "CADRPS.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADRPS
           IF ST-ERRO NOT = "00"
               GO TO SCN-RPS-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-CANC W-MOT.
       SCN-RPS-LER.
           READ CADRPS NEXT RECORD
           AT END
               CLOSE CADRPS
               GO TO SCN-RPS-FIM.
           MOVE RPS-NUMERO TO W-NUM
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-RPS-LER.
       SCN-RPS-FIM.
           EXIT.
      *
      *    PEDCOMPRA: UM NUMERO POR PEDIDO (VARIOS ITENS). PEDIDO
      *    COM ITEM CANCELADO (C) NAO TEM MOTIVO REGISTRADO
       SCN-PEDCOMP.
           MOVE "CADPEDCOMP.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADPEDCOMP
           IF ST-ERRO NOT = "00"
               GO TO SCN-PEDCOMP-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-NUM-ANT W-NUM W-CANC W-MOT.
       SCN-PEDCOMP-LER.
           READ CADPEDCOMP NEXT RECORD
           AT END
               PERFORM NUM-MARCA THRU NUM-MARCA-FIM
               CLOSE CADPEDCOMP
               GO TO SCN-PEDCOMP-FIM.
           IF PC-NUMERO NOT = W-NUM-ANT
               PERFORM NUM-MARCA THRU NUM-MARCA-FIM
               MOVE PC-NUMERO TO W-NUM-ANT W-NUM
               MOVE ZEROS TO W-CANC.
           IF PC-SITUACAO = "C"
               MOVE 1 TO W-CANC.
           GO TO SCN-PEDCOMP-LER.
       SCN-PEDCOMP-FIM.
           EXIT.
      *
       SCN-RPA.
           MOVE "CADRPA.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADRPA
           IF ST-ERRO NOT = "00"
               GO TO SCN-RPA-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-CANC W-MOT.
       SCN-RPA-LER.
           READ CADRPA NEXT RECORD
           AT END
               CLOSE CADRPA
               GO TO SCN-RPA-FIM.
           MOVE RA-NUMERO TO W-NUM
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-RPA-LER.
       SCN-RPA-FIM.
           EXIT.
      *
      *    SESSOES: SERIE CANCELADA (C); O MOTIVO VAI PARA O
      *    AUDITLOG (SMP074, CANC SERIE) COM O NUMERO NA CHAVE
       SCN-SERCON.
           MOVE "CADSERCON.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADSERCON
           IF ST-ERRO NOT = "00"
               GO TO SCN-SERCON-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE "SMP074"     TO W-MOT-PROG
           MOVE "CANC SERIE" TO W-MOT-OPER1
           MOVE "CANC SERIE" TO W-MOT-OPER2
           PERFORM MOT-CARGA THRU MOT-CARGA-FIM.
       SCN-SERCON-LER.
           READ CADSERCON NEXT RECORD
           AT END
               CLOSE CADSERCON
               GO TO SCN-SERCON-FIM.
           MOVE SC-NUMERO TO W-NUM
           MOVE ZEROS TO W-CANC W-MOT
           IF SC-SITUACAO = "C"
               MOVE 1 TO W-CANC
               MOVE SC-NUMERO TO W-MOT-CHAVE
               PERFORM MOT-ACHA THRU MOT-ACHA-FIM.
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-SERCON-LER.
       SCN-SERCON-FIM.
           EXIT.
      *
      *    ANONIMO: CPF FICTICIO 999000000NN00 DO PACIENTE
      *    ANONIMIZADO (SMP081); O NUMERO DA SERIE E O NN
       SCN-PACI.
           MOVE "CADPACI.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               GO TO SCN-PACI-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-CANC W-MOT
           MOVE W-PSEUDO-BASE TO PA-CPF
           START CADPACI KEY IS NOT LESS THAN PA-CPF
           IF ST-ERRO NOT = "00"
               CLOSE CADPACI
               GO TO SCN-PACI-FIM.
       SCN-PACI-LER.
           READ CADPACI NEXT RECORD
           AT END
               CLOSE CADPACI
               GO TO SCN-PACI-FIM.
           COMPUTE W-PSEUDO-QUO = PA-CPF - W-PSEUDO-BASE
           DIVIDE W-PSEUDO-QUO BY 100 GIVING W-NUM
                  REMAINDER W-PSEUDO-RES
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-PACI-LER.
       SCN-PACI-FIM.
           EXIT.
      *
      *    ORCAMENTO: A RECUSA (C) E DECISAO DO PACIENTE, NAO
      *    CANCELAMENTO DO DOCUMENTO, E NAO PEDE MOTIVO
       SCN-ORCA.
           MOVE "CADORCA.DAT" TO W-SCN-ARQ
           MOVE 2 TO W-SCN-SIT
           OPEN INPUT CADORCA
           IF ST-ERRO NOT = "00"
               GO TO SCN-ORCA-FIM.
           MOVE 1 TO W-SCN-SIT
           MOVE ZEROS TO W-CANC W-MOT.
       SCN-ORCA-LER.
           READ CADORCA NEXT RECORD
           AT END
               CLOSE CADORCA
               GO TO SCN-ORCA-FIM.
           MOVE OR-NUMERO TO W-NUM
           PERFORM NUM-MARCA THRU NUM-MARCA-FIM
           GO TO SCN-ORCA-LER.
       SCN-ORCA-FIM.
           EXIT.
      *
      *****************************************
      * CARGA DAS CHAVES COM MOTIVO DE         *
      * CANCELAMENTO: LINHAS DO AUDITLOG (E DOS*
      * SEGMENTOS SELADOS) DE W-MOT-PROG COM   *
      * OPERACAO W-MOT-OPER1/2 E MOTIVO        *
      *****************************************
      *
       MOT-CARGA.
           MOVE ZEROS TO TM-TOTAL W-MOT-CHEIA
           MOVE ZEROS TO W-AUD-INI W-AUD-LIM
           PERFORM AUD-ABRE THRU AUD-ABRE-FIM
           IF W-AUD-FIM = 1
               GO TO MOT-CARGA-FIM.
       MOT-CARGA-LER.
           READ AUDITLOG NEXT RECORD
           AT END
               CLOSE AUDITLOG
               PERFORM AUD-PROX THRU AUD-PROX-FIM
               IF W-AUD-FIM = 1
                   GO TO MOT-CARGA-FIM
               ELSE
                   GO TO MOT-CARGA-LER.
           IF AU-PROGRAMA NOT = W-MOT-PROG
               GO TO MOT-CARGA-LER.
           IF AU-OPERACAO NOT = W-MOT-OPER1 AND
              AU-OPERACAO NOT = W-MOT-OPER2
               GO TO MOT-CARGA-LER.
           IF AU-MOTIVO = SPACES
               GO TO MOT-CARGA-LER.
           IF TM-TOTAL NOT < 3000
               MOVE 1 TO W-MOT-CHEIA
               GO TO MOT-CARGA-LER.
           ADD 1 TO TM-TOTAL
           MOVE AU-CHAVE-13 TO TM-CHAVE(TM-TOTAL)
           GO TO MOT-CARGA-LER.
       MOT-CARGA-FIM.
           EXIT.
      *
      *    COM A TABELA CHEIA NAO SE APONTA FALTA DE MOTIVO
       MOT-ACHA.
           MOVE ZEROS TO W-MOT
           IF W-MOT-CHEIA = 1
               MOVE 1 TO W-MOT
               GO TO MOT-ACHA-FIM.
           MOVE 1 TO TM-IX.
       MOT-ACHA-LOOP.
           IF TM-IX > TM-TOTAL
               GO TO MOT-ACHA-FIM.
           IF TM-CHAVE(TM-IX) = W-MOT-CHAVE
               MOVE 1 TO W-MOT
               GO TO MOT-ACHA-FIM.
           ADD 1 TO TM-IX
           GO TO MOT-ACHA-LOOP.
       MOT-ACHA-FIM.
           EXIT.
      *
      *****************************************
      * O AUDITLOG E LIDO PELOS SEGMENTOS JA   *
      * SELADOS DO PERIODO (AUDSELO) E DEPOIS  *
      * PELO AUDITLOG.DAT CORRENTE. W-AUD-INI/ *
      * W-AUD-LIM LIMITAM OS DIAS (0=TODOS).   *
      * W-AUD-FIM = 1 QUANDO NAO HA MAIS       *
      * ARQUIVO A LER                          *
      *****************************************
      *
       AUD-ABRE.
           MOVE ZEROS TO W-AUD-FIM W-SELO-FIM W-VIVO-LIDO
           OPEN INPUT AUDSELO
           IF ST-ERRO-SEL NOT = "00"
               MOVE 1 TO W-SELO-FIM.
           PERFORM AUD-PROX THRU AUD-PROX-FIM.
       AUD-ABRE-FIM.
           EXIT.
      *
       AUD-PROX.
           IF W-SELO-FIM = 1
               GO TO AUD-PROX-VIVO.
           READ AUDSELO NEXT RECORD
           AT END
               MOVE 1 TO W-SELO-FIM
               CLOSE AUDSELO
               GO TO AUD-PROX-VIVO.
           IF W-AUD-INI NOT = ZEROS AND SL-DATA < W-AUD-INI
               GO TO AUD-PROX.
           IF W-AUD-LIM NOT = ZEROS AND SL-DATA > W-AUD-LIM
               GO TO AUD-PROX.
           MOVE SL-ARQUIVO TO W-AUDNOME
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               DISPLAY "SEGMENTO " SL-ARQUIVO " NAO ENCONTRADO"
               GO TO AUD-PROX.
           GO TO AUD-PROX-FIM.
       AUD-PROX-VIVO.
           IF W-VIVO-LIDO = 1
               MOVE 1 TO W-AUD-FIM
               GO TO AUD-PROX-FIM.
           MOVE 1 TO W-VIVO-LIDO
           MOVE "AUDITLOG.DAT" TO W-AUDNOME
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               MOVE 1 TO W-AUD-FIM.
       AUD-PROX-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           MOVE 8 TO RETURN-CODE
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
