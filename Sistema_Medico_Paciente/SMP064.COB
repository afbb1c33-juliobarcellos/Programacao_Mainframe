       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP064.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * NOTA FISCAL DE SERVICO ELETRONICA: *
      * GERACAO DO ARQUIVO DE RPS DO       *
      * PERIODO (RECIBOS DE PARTICULAR E   *
      * LOTES DOS CONVENIOS), RELATORIO DE *
      * CONTROLE E CARGA DOS NUMEROS DE    *
      * NFS-E DEVOLVIDOS PELA PREFEITURA   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RB-NUMERO
                    FILE STATUS  IS ST-ERRO-RB.
      *
      *-----------------------------------------------------------------
           SELECT CADLOTREM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-CHAVE
                    FILE STATUS  IS ST-ERRO-LOT.
      *
      *-----------------------------------------------------------------
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CONV.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADRPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPS-NUMERO
                    FILE STATUS  IS ST-ERRO-RPS
                    ALTERNATE RECORD KEY IS RPS-ORIGEM.
      *
      *-----------------------------------------------------------------
           SELECT CADSERIES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SR-SERIE
                    FILE STATUS  IS ST-ERRO-SER.
      *
      *-----------------------------------------------------------------
           SELECT ARQRPS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-ARQ.
      *
      *-----------------------------------------------------------------
           SELECT RELRPS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
           SELECT NFSERET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RET.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECIBO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRECIBO.DAT".
       01 REGRECIBO.
                03 RB-NUMERO       PIC 9(06).
                03 RB-CPF          PIC 9(11).
                03 RB-VALOR        PIC 9(07)V99.
                03 RB-FORMA        PIC X(01).
                03 RB-DESCR        PIC X(30).
                03 RB-DATA         PIC 9(08).
                03 RB-HORA         PIC 9(04).
                03 RB-SES-OPER     PIC X(08).
                03 RB-SES-DATA     PIC 9(08).
                03 RB-SES-SEQ      PIC 9(02).
                03 RB-SITUACAO     PIC X(01).

       FD CADLOTREM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADLOTREM.DAT".
       01 REGLOTREM.
                03 LT-CHAVE.
                    05 LT-CONV     PIC 9(04).
                    05 LT-COMPET.
                        07 LT-ANO  PIC 9(04).
                        07 LT-MES  PIC 9(02).
                    05 LT-NUMERO   PIC 9(06).
                03 LT-QTD-REG      PIC 9(06).
                03 LT-VALOR-TOT    PIC 9(11)V99.
                03 LT-DATA-GER     PIC 9(08).
                03 LT-PROTOCOLO    PIC X(20).
                03 LT-LAYOUT       PIC X(01).
                03 LT-HASH         PIC 9(10).

       FD CADCONV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
                03 CODIGO          PIC 9(04).
                03 NOMEC           PIC X(30).
                03 FILLER          PIC X(72).
                03 CNPJ-CONV       PIC 9(14).
                03 FILLER          PIC X(01).

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOME-P          PIC X(30).
                03 FILLER          PIC X(202).

       FD CADRPS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRPS.DAT".
       01 REGRPS.
                03 RPS-NUMERO      PIC 9(06).
                03 RPS-ORIGEM.
                    05 RPS-TIPO    PIC X(01).
                    05 RPS-REF     PIC X(16).
                    05 RPS-REF-RB REDEFINES RPS-REF.
                        07 RPS-RB-NUM  PIC 9(06).
                        07 FILLER      PIC X(10).
                03 RPS-DATA-EMI    PIC 9(08).
                03 RPS-TOM-TIPO    PIC X(01).
                03 RPS-TOM-DOC     PIC 9(14).
                03 RPS-VALOR       PIC 9(11)V99.
                03 RPS-ALIQ        PIC 9(02)V99.
                03 RPS-ISS         PIC 9(09)V99.
                03 RPS-NFSE        PIC X(15).
                03 RPS-DATA-NFSE   PIC 9(08).

       FD CADSERIES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIES.DAT".
       01 REGSERIES.
                03 SR-SERIE        PIC X(10).
                03 SR-PROXIMO      PIC 9(06).

       FD ARQRPS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-ARQNOME.
       01 LINRPSCAB.
                03 AC-TIPO         PIC X(01).
                03 AC-VERSAO       PIC X(03).
                03 AC-INSC-MUN     PIC X(15).
                03 AC-DATA-INI     PIC 9(08).
                03 AC-DATA-FIM     PIC 9(08).
       01 LINRPSDET.
                03 AD-TIPO         PIC X(01).
                03 AD-TIPO-RPS     PIC X(05).
                03 AD-SERIE        PIC X(05).
                03 AD-NUMERO       PIC 9(06).
                03 AD-DATA-EMI     PIC 9(08).
                03 AD-SITUACAO     PIC X(01).
                03 AD-VALOR        PIC 9(11)V99.
                03 AD-ISS          PIC 9(09)V99.
                03 AD-ALIQ         PIC 9(02)V99.
                03 AD-TOM-TIPO     PIC X(01).
                03 AD-TOM-DOC      PIC 9(14).
                03 AD-TOM-NOME     PIC X(30).
                03 AD-DISCRIM      PIC X(40).
       01 LINRPSTRL.
                03 AT-TIPO         PIC X(01).
                03 AT-QTD          PIC 9(06).
                03 AT-VALOR        PIC 9(13)V99.
                03 AT-ISS          PIC 9(11)V99.

       FD RELRPS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "RPSCTRL.DAT".
       01 LINRELRPS           PIC X(100).

       FD NFSERET
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "NFSERET.DAT".
       01 REGNFSERET.
                03 NR-RPS          PIC 9(06).
                03 NR-NFSE         PIC X(15).
                03 NR-DATA         PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-RB    PIC X(02) VALUE "00".
       77 ST-ERRO-LOT   PIC X(02) VALUE "00".
       77 ST-ERRO-CONV  PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-RPS   PIC X(02) VALUE "00".
       77 ST-ERRO-SER   PIC X(02) VALUE "00".
       77 ST-ERRO-ARQ   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 ST-ERRO-RET   PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ARQNOME     PIC X(20) VALUE SPACES.
       77 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 W-ALIQ        PIC 9(02)V99 VALUE ZEROS.
       77 W-INSC-MUN    PIC X(15) VALUE SPACES.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-NUM-LIVRE   PIC 9(06) VALUE ZEROS.
       77 W-TOT-RPS     PIC 9(06) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(13)V99 VALUE ZEROS.
       77 W-TOT-ISS     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-RECIBO  PIC 9(06) VALUE ZEROS.
       77 W-TOT-LOTE    PIC 9(06) VALUE ZEROS.
       77 W-TOT-JAEMIT  PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEMCNPJ PIC 9(06) VALUE ZEROS.
       77 W-TOT-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOT-CARGA   PIC 9(06) VALUE ZEROS.
       77 W-TOT-ERRO    PIC 9(06) VALUE ZEROS.
       77 TS-TOTAL      PIC 9(03) VALUE ZEROS.
       77 TS-IX         PIC 9(03) VALUE ZEROS.
       01 W-CONV-ED     PIC 9(04).
       01 W-LOTE-ED     PIC 9(06).
       01 W-COMPET-ED   PIC 9(06).
       01 W-RECIBO-ED   PIC 9(06).

      *    TOTAIS DOS RECIBOS POR SESSAO DE CAIXA (SMP050)
       01 TABSES.
           03 TS-ENT OCCURS 300 TIMES.
              05 TS-CHAVE.
                 07 TS-OPER    PIC X(08).
                 07 TS-DATA    PIC 9(08).
                 07 TS-SEQ     PIC 9(02).
              05 TS-QTD        PIC 9(05).
              05 TS-VALOR      PIC 9(09)V99.
       01 W-SES-BUSCA.
           03 W-SES-OPER       PIC X(08).
           03 W-SES-DATA       PIC 9(08).
           03 W-SES-SEQ        PIC 9(02).

       01 LINCAB1.
           03 FILLER          PIC X(34)
              VALUE "CONTROLE DO ARQUIVO DE RPS - DE: ".
           03 LC-INI          PIC 9(08).
           03 FILLER          PIC X(05) VALUE " A: ".
           03 LC-FIM          PIC 9(08).
           03 FILLER          PIC X(11) VALUE "  ISS (%): ".
           03 LC-ALIQ         PIC Z9,99.
       01 LINCABR.
           03 FILLER          PIC X(50)
              VALUE "RPS    RECIBO SESSAO DE CAIXA          TOMADOR".
           03 FILLER          PIC X(30)
              VALUE "                VALOR".
       01 LINDETR.
           03 LR-RPS          PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-RECIBO       PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-OPER         PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-SESDATA      PIC 9(08).
           03 FILLER          PIC X(01) VALUE "/".
           03 LR-SESSEQ       PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-TOMADOR      PIC 9(14).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINSES.
           03 FILLER          PIC X(07) VALUE "SESSAO ".
           03 LS-OPER         PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-DATA         PIC 9(08).
           03 FILLER          PIC X(01) VALUE "/".
           03 LS-SEQ          PIC 9(02).
           03 FILLER          PIC X(09) VALUE " RECIBOS ".
           03 LS-QTD          PIC ZZZZ9.
           03 FILLER          PIC X(07) VALUE " TOTAL ".
           03 LS-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINCABL.
           03 FILLER          PIC X(50)
              VALUE "RPS    CONV COMPET LOTE   QTD    CNPJ TOMADOR".
           03 FILLER          PIC X(30)
              VALUE "            VALOR DO LOTE".
       01 LINDETL.
           03 LL-RPS          PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-CONV         PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-COMPET       PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-LOTE         PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-QTD          PIC ZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-TOMADOR      PIC 9(14).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LL-OBS          PIC X(20).
       01 LINTOT.
           03 LT-ROTULO       PIC X(30).
           03 LT-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       RPS-000.
           DISPLAY "NOTA FISCAL DE SERVICO ELETRONICA"
           DISPLAY "1 - GERAR ARQUIVO DE RPS DO PERIODO"
           DISPLAY "2 - CARREGAR NUMEROS DE NFS-E (NFSERET.DAT)"
           DISPLAY "OPCAO: "
           ACCEPT W-OPCAO
           IF W-OPCAO = "2"
               GO TO RET-001.
           IF W-OPCAO NOT = "1"
               GO TO ROT-FIMP.
      *
       RPS-001.
           DISPLAY "DATA INICIAL (AAAAMMDD): "
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL   (AAAAMMDD): "
           ACCEPT W-DATA-FIM
           IF W-DATA-INI = ZEROS OR W-DATA-FIM < W-DATA-INI
               DISPLAY "PERIODO INVALIDO"
               GO TO RPS-001.
       RPS-002.
           DISPLAY "ALIQUOTA DO ISS (%): "
           ACCEPT W-ALIQ
           IF W-ALIQ = ZEROS OR W-ALIQ > 5
               DISPLAY "ALIQUOTA DO ISS DEVE SER DE 0,01 A 5,00"
               GO TO RPS-002.
           DISPLAY "INSCRICAO MUNICIPAL DO PRESTADOR: "
           ACCEPT W-INSC-MUN
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       RPS-OP0.
           OPEN INPUT CADRECIBO
           IF ST-ERRO-RB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRECIBO"
               GO TO ROT-FIM.
           OPEN INPUT CADLOTREM
           IF ST-ERRO-LOT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOTREM"
               CLOSE CADRECIBO
               GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO-CONV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV"
               CLOSE CADRECIBO CADLOTREM
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
               CLOSE CADRECIBO CADLOTREM CADCONV
               GO TO ROT-FIM.
       RPS-OP1.
           OPEN I-O CADRPS
           IF ST-ERRO-RPS NOT = "00"
               IF ST-ERRO-RPS = "30"
                   OPEN OUTPUT CADRPS
                   CLOSE CADRPS
                   GO TO RPS-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRPS"
                   CLOSE CADRECIBO CADLOTREM CADCONV CADPACI
                   GO TO ROT-FIM.
           STRING "RPS" W-DATA-FIM ".DAT"
              DELIMITED BY SIZE INTO W-ARQNOME
           OPEN OUTPUT ARQRPS
           IF ST-ERRO-ARQ NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RPS"
               CLOSE CADRECIBO CADLOTREM CADCONV CADPACI CADRPS
               GO TO ROT-FIM.
           OPEN OUTPUT RELRPS
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RPSCTRL"
               CLOSE CADRECIBO CADLOTREM CADCONV CADPACI CADRPS
                     ARQRPS
               GO TO ROT-FIM.
           MOVE SPACES TO LINRPSCAB
           MOVE "1"        TO AC-TIPO
           MOVE "001"      TO AC-VERSAO
           MOVE W-INSC-MUN TO AC-INSC-MUN
           MOVE W-DATA-INI TO AC-DATA-INI
           MOVE W-DATA-FIM TO AC-DATA-FIM
           WRITE LINRPSCAB
           MOVE W-DATA-INI TO LC-INI
           MOVE W-DATA-FIM TO LC-FIM
           MOVE W-ALIQ     TO LC-ALIQ
           MOVE LINCAB1 TO LINRELRPS
           WRITE LINRELRPS
           MOVE SPACES TO LINRELRPS
           WRITE LINRELRPS
           MOVE LINCABR TO LINRELRPS
           WRITE LINRELRPS
           MOVE ZEROS TO RB-NUMERO
           START CADRECIBO KEY IS NOT LESS THAN RB-NUMERO
           IF ST-ERRO-RB NOT = "00"
               GO TO RPS-SESSOES.
      *
      *****************************************
      * UM RPS POR RECIBO NAO CANCELADO DO     *
      * PERIODO (TOMADOR: CPF DO PACIENTE)     *
      *****************************************
      *
       RPS-RECIBO.
                READ CADRECIBO NEXT RECORD
                IF ST-ERRO-RB NOT = "00"
                    GO TO RPS-SESSOES.
                IF RB-SITUACAO NOT = "E"
                    GO TO RPS-RECIBO.
                IF RB-DATA < W-DATA-INI OR RB-DATA > W-DATA-FIM
                    GO TO RPS-RECIBO.
                MOVE SPACES TO RPS-ORIGEM
                MOVE "R"       TO RPS-TIPO
                MOVE RB-NUMERO TO RPS-RB-NUM
                READ CADRPS KEY IS RPS-ORIGEM
                IF ST-ERRO-RPS = "00"
                    ADD 1 TO W-TOT-JAEMIT
                    GO TO RPS-RECIBO.
                PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
                IF W-NUM-LIVRE = ZEROS
                    GO TO RPS-FIM.
                MOVE SPACES TO REGRPS
                MOVE W-NUM-LIVRE TO RPS-NUMERO
                MOVE "R"         TO RPS-TIPO
                MOVE RB-NUMERO   TO RPS-RB-NUM
                MOVE "F"         TO RPS-TOM-TIPO
                MOVE RB-CPF      TO RPS-TOM-DOC
                MOVE RB-VALOR    TO RPS-VALOR
                MOVE RB-CPF TO CPF
                READ CADPACI
                IF ST-ERRO-PACI NOT = "00"
                    MOVE "PACIENTE NAO CADASTRADO" TO NOME-P.
                MOVE NOME-P TO AD-TOM-NOME
                MOVE RB-NUMERO TO W-RECIBO-ED
                MOVE SPACES TO AD-DISCRIM
                STRING "ATENDIMENTO MEDICO - RECIBO " W-RECIBO-ED
                   DELIMITED BY SIZE INTO AD-DISCRIM
                PERFORM RPS-GRAVA THRU RPS-GRAVA-FIM
                ADD 1 TO W-TOT-RECIBO
                MOVE RPS-NUMERO  TO LR-RPS
                MOVE RB-NUMERO   TO LR-RECIBO
                MOVE RB-SES-OPER TO LR-OPER
                MOVE RB-SES-DATA TO LR-SESDATA
                MOVE RB-SES-SEQ  TO LR-SESSEQ
                MOVE RB-CPF      TO LR-TOMADOR
                MOVE RB-VALOR    TO LR-VALOR
                MOVE LINDETR TO LINRELRPS
                WRITE LINRELRPS
                PERFORM SES-ACUMULA THRU SES-ACUMULA-FIM
                GO TO RPS-RECIBO.
      *
      *    RESUMO POR SESSAO PARA CONFERIR COM O FECHAMENTO DO CAIXA
       RPS-SESSOES.
                MOVE SPACES TO LINRELRPS
                WRITE LINRELRPS
                MOVE "RECIBOS POR SESSAO DE CAIXA (CONFERIR RELCAIXA)"
                                                         TO LINRELRPS
                WRITE LINRELRPS
                MOVE 1 TO TS-IX.
       RPS-SESSOES-IMP.
                IF TS-IX > TS-TOTAL
                    GO TO RPS-LOTES.
                MOVE TS-OPER(TS-IX)  TO LS-OPER
                MOVE TS-DATA(TS-IX)  TO LS-DATA
                MOVE TS-SEQ(TS-IX)   TO LS-SEQ
                MOVE TS-QTD(TS-IX)   TO LS-QTD
                MOVE TS-VALOR(TS-IX) TO LS-VALOR
                MOVE LINSES TO LINRELRPS
                WRITE LINRELRPS
                ADD 1 TO TS-IX
                GO TO RPS-SESSOES-IMP.
      *
      *****************************************
      * UM RPS POR LOTE DE REMESSA GERADO NO   *
      * PERIODO (TOMADOR: CNPJ DA OPERADORA)   *
      *****************************************
      *
       RPS-LOTES.
                MOVE SPACES TO LINRELRPS
                WRITE LINRELRPS
                MOVE LINCABL TO LINRELRPS
                WRITE LINRELRPS
                MOVE LOW-VALUES TO LT-CHAVE
                START CADLOTREM KEY IS NOT LESS THAN LT-CHAVE
                IF ST-ERRO-LOT NOT = "00"
                    GO TO RPS-FIM.
       RPS-LOTE.
                READ CADLOTREM NEXT RECORD
                IF ST-ERRO-LOT NOT = "00"
                    GO TO RPS-FIM.
                IF LT-DATA-GER < W-DATA-INI OR
                   LT-DATA-GER > W-DATA-FIM
                    GO TO RPS-LOTE.
                IF LT-QTD-REG = ZEROS
                    GO TO RPS-LOTE.
                MOVE SPACES TO RPS-ORIGEM
                MOVE "L"      TO RPS-TIPO
                MOVE LT-CHAVE TO RPS-REF
                READ CADRPS KEY IS RPS-ORIGEM
                IF ST-ERRO-RPS = "00"
                    ADD 1 TO W-TOT-JAEMIT
                    GO TO RPS-LOTE.
                MOVE LT-CONV TO LL-CONV
                COMPUTE LL-COMPET = (LT-ANO * 100) + LT-MES
                MOVE LT-NUMERO    TO LL-LOTE
                MOVE LT-QTD-REG   TO LL-QTD
                MOVE LT-VALOR-TOT TO LL-VALOR
                MOVE LT-CONV TO CODIGO
                READ CADCONV
                IF ST-ERRO-CONV NOT = "00"
                    MOVE ZEROS TO CNPJ-CONV
                    MOVE "CONVENIO NAO CADASTRADO" TO NOMEC.
                MOVE CNPJ-CONV TO LL-TOMADOR
                IF CNPJ-CONV = ZEROS
                    ADD 1 TO W-TOT-SEMCNPJ
                    MOVE ZEROS TO LL-RPS
                    MOVE "SEM CNPJ - NAO EMITIDO" TO LL-OBS
                    MOVE LINDETL TO LINRELRPS
                    WRITE LINRELRPS
                    GO TO RPS-LOTE.
                PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
                IF W-NUM-LIVRE = ZEROS
                    GO TO RPS-FIM.
                MOVE SPACES TO REGRPS
                MOVE W-NUM-LIVRE  TO RPS-NUMERO
                MOVE "L"          TO RPS-TIPO
                MOVE LT-CHAVE     TO RPS-REF
                MOVE "J"          TO RPS-TOM-TIPO
                MOVE CNPJ-CONV    TO RPS-TOM-DOC
                MOVE LT-VALOR-TOT TO RPS-VALOR
                MOVE NOMEC TO AD-TOM-NOME
                MOVE LT-CONV   TO W-CONV-ED
                MOVE LL-COMPET TO W-COMPET-ED
                MOVE LT-NUMERO TO W-LOTE-ED
                MOVE SPACES TO AD-DISCRIM
                STRING "CONVENIO " W-CONV-ED " COMPET " W-COMPET-ED
                       " LOTE " W-LOTE-ED
                   DELIMITED BY SIZE INTO AD-DISCRIM
                PERFORM RPS-GRAVA THRU RPS-GRAVA-FIM
                ADD 1 TO W-TOT-LOTE
                MOVE RPS-NUMERO TO LL-RPS
                MOVE SPACES TO LL-OBS
                MOVE LINDETL TO LINRELRPS
                WRITE LINRELRPS
                GO TO RPS-LOTE.
      *
       RPS-FIM.
                MOVE SPACES TO LINRPSTRL
                MOVE "9"         TO AT-TIPO
                MOVE W-TOT-RPS   TO AT-QTD
                MOVE W-TOT-VALOR TO AT-VALOR
                MOVE W-TOT-ISS   TO AT-ISS
                WRITE LINRPSTRL
                MOVE SPACES TO LINRELRPS
                WRITE LINRELRPS
                MOVE "TOTAL DOS SERVICOS NO ARQUIVO:" TO LT-ROTULO
                MOVE W-TOT-VALOR TO LT-VALOR
                MOVE LINTOT TO LINRELRPS
                WRITE LINRELRPS
                MOVE "TOTAL DO ISS                 :" TO LT-ROTULO
                MOVE W-TOT-ISS TO LT-VALOR
                MOVE LINTOT TO LINRELRPS
                WRITE LINRELRPS
                CLOSE CADRECIBO CADLOTREM CADCONV CADPACI CADRPS
                      ARQRPS RELRPS
                DISPLAY "ARQUIVO DE RPS GERADO: " W-ARQNOME
                DISPLAY "RPS DE RECIBOS........: " W-TOT-RECIBO
                DISPLAY "RPS DE LOTES..........: " W-TOT-LOTE
                DISPLAY "JA EMITIDOS (IGNORADOS): " W-TOT-JAEMIT
                DISPLAY "LOTES SEM CNPJ........: " W-TOT-SEMCNPJ
                DISPLAY "CONTROLE EM RPSCTRL.DAT"
                GO TO ROT-FIMP.
      *
      *****************************************
      * GRAVACAO DO RPS NO ARQUIVO E NO        *
      * CADASTRO DE RPS EMITIDOS               *
      *****************************************
      *
       RPS-GRAVA.
                MOVE W-HOJE TO RPS-DATA-EMI
                MOVE W-ALIQ TO RPS-ALIQ
                COMPUTE RPS-ISS ROUNDED = RPS-VALOR * RPS-ALIQ / 100
                MOVE SPACES TO RPS-NFSE
                MOVE ZEROS  TO RPS-DATA-NFSE
                WRITE REGRPS
                IF ST-ERRO-RPS NOT = "00" AND ST-ERRO-RPS NOT = "02"
                    DISPLAY "ERRO NA GRAVACAO DO RPS " RPS-NUMERO
                    GO TO RPS-GRAVA-FIM.
                MOVE "2"          TO AD-TIPO
                MOVE "RPS"        TO AD-TIPO-RPS
                MOVE "A"          TO AD-SERIE
                MOVE RPS-NUMERO   TO AD-NUMERO
                MOVE RPS-DATA-EMI TO AD-DATA-EMI
                MOVE "T"          TO AD-SITUACAO
                MOVE RPS-VALOR    TO AD-VALOR
                MOVE RPS-ISS      TO AD-ISS
                MOVE RPS-ALIQ     TO AD-ALIQ
                IF RPS-TOM-TIPO = "F"
                    MOVE "1" TO AD-TOM-TIPO
                ELSE
                    MOVE "2" TO AD-TOM-TIPO.
                MOVE RPS-TOM-DOC  TO AD-TOM-DOC
                WRITE LINRPSDET
                ADD 1 TO W-TOT-RPS
                ADD RPS-VALOR TO W-TOT-VALOR
                ADD RPS-ISS   TO W-TOT-ISS.
       RPS-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * ACUMULA O RECIBO NA SESSAO DE CAIXA    *
      *****************************************
      *
       SES-ACUMULA.
                MOVE RB-SES-OPER TO W-SES-OPER
                MOVE RB-SES-DATA TO W-SES-DATA
                MOVE RB-SES-SEQ  TO W-SES-SEQ
                MOVE 1 TO TS-IX.
       SES-ACUMULA-BUSCA.
                IF TS-IX > TS-TOTAL
                    GO TO SES-ACUMULA-NOVA.
                IF TS-CHAVE(TS-IX) = W-SES-BUSCA
                    GO TO SES-ACUMULA-SOMA.
                ADD 1 TO TS-IX
                GO TO SES-ACUMULA-BUSCA.
       SES-ACUMULA-NOVA.
                IF TS-TOTAL >= 300
                    GO TO SES-ACUMULA-FIM.
                ADD 1 TO TS-TOTAL
                MOVE TS-TOTAL TO TS-IX
                MOVE W-SES-BUSCA TO TS-CHAVE(TS-IX)
                MOVE ZEROS TO TS-QTD(TS-IX) TS-VALOR(TS-IX).
       SES-ACUMULA-SOMA.
                ADD 1        TO TS-QTD(TS-IX)
                ADD RB-VALOR TO TS-VALOR(TS-IX).
       SES-ACUMULA-FIM.
                EXIT.
      *
      *****************************************
      * CARGA DOS NUMEROS DE NFS-E DEVOLVIDOS  *
      * PELA PREFEITURA (RPS, NFS-E, DATA)     *
      *****************************************
      *
       RET-001.
           OPEN INPUT NFSERET
           IF ST-ERRO-RET NOT = "00"
               DISPLAY "ARQUIVO NFSERET.DAT NAO ENCONTRADO"
               GO TO ROT-FIM.
           OPEN I-O CADRPS
           IF ST-ERRO-RPS NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRPS"
               CLOSE NFSERET
               GO TO ROT-FIM.
       RET-LER.
                READ NFSERET NEXT RECORD
                AT END
                    GO TO RET-FIM.
                ADD 1 TO W-TOT-LIDOS
                MOVE NR-RPS TO RPS-NUMERO
                READ CADRPS
                IF ST-ERRO-RPS NOT = "00"
                    ADD 1 TO W-TOT-ERRO
                    DISPLAY "RPS NAO ENCONTRADO: " NR-RPS
                    GO TO RET-LER.
                IF RPS-NFSE NOT = SPACES AND RPS-NFSE NOT = NR-NFSE
                    ADD 1 TO W-TOT-ERRO
                    DISPLAY "RPS " NR-RPS " JA TEM NFS-E " RPS-NFSE
                    GO TO RET-LER.
                MOVE NR-NFSE TO RPS-NFSE
                MOVE NR-DATA TO RPS-DATA-NFSE
                REWRITE REGRPS
                IF ST-ERRO-RPS = "00" OR "02"
                    ADD 1 TO W-TOT-CARGA
                ELSE
                    ADD 1 TO W-TOT-ERRO
                    DISPLAY "ERRO NA GRAVACAO DO RPS " NR-RPS.
                GO TO RET-LER.
       RET-FIM.
                CLOSE NFSERET CADRPS
                DISPLAY "LINHAS LIDAS......: " W-TOT-LIDOS
                DISPLAY "NFS-E CARREGADAS..: " W-TOT-CARGA
                DISPLAY "REJEITADAS........: " W-TOT-ERRO
                IF W-TOT-ERRO NOT = ZEROS
                    MOVE 4 TO RETURN-CODE.
                GO TO ROT-FIMP.
      *
      **************************************
      * NUMERO SEQUENCIAL DO RPS PELA      *
      * SERIE "RPS" DO CADSERIES           *
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
                MOVE "RPS" TO SR-SERIE
                READ CADSERIES
                IF ST-ERRO-SER NOT = "00"
                   MOVE "RPS" TO SR-SERIE
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
