       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR98T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      ****************************************
      * CONCILIACAO BANCARIA AUTOMATICA:     *
      * IMPORTA O EXTRATO DO BANCO           *
      * (EXTBANCO.DAT, UM CABECALHO POR      *
      * CONTA) PARA O CADEXTRATO, ATUALIZA   *
      * OS MOVIMENTOS ESPERADOS              *
      * (CADPREVBAN: BOLETOS BAIXADOS PELO   *
      * PROGR44T, CONVENIOS DO SMP022,       *
      * TOTAIS DA FOLHA E DO ADIANTAMENTO,   *
      * DEPOSITOS DOS CAIXAS DO SMP050),     *
      * CONCILIA O QUE BATE E EMITE EM       *
      * CONCBAN.DAT O QUE FICOU PENDENTE     *
      * DOS DOIS LADOS. SEM EXTRATO NOVO,    *
      * SO REFAZ A CONCILIACAO E O RELATORIO *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTBANCO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-EXT.
      *
      *-----------------------------------------------------------------
           SELECT CADEXTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EB-CHAVE
                    FILE STATUS  IS ST-ERRO-EB.
      *
      *-----------------------------------------------------------------
           SELECT CADPREVBAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PV-CHAVE
                    FILE STATUS  IS ST-ERRO-PRV.
      *
      *-----------------------------------------------------------------
           SELECT CADPGCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PG-CHAVE
                    FILE STATUS  IS ST-ERRO-PG.
      *
      *-----------------------------------------------------------------
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO-CONV.
      *
      *-----------------------------------------------------------------
           SELECT CADCXSES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CX-CHAVE
                    FILE STATUS  IS ST-ERRO-CX.
      *
      *-----------------------------------------------------------------
           SELECT CREDFOL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CRD.
      *
      *-----------------------------------------------------------------
           SELECT CREDADT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CRA.
      *
      *-----------------------------------------------------------------
           SELECT RELCONC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    EXTRATO RECEBIDO DO BANCO: TIPO 0 = CABECALHO DA CONTA,
      *    TIPO 1 = LANCAMENTO DA CONTA DO ULTIMO CABECALHO
       FD EXTBANCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "EXTBANCO.DAT".
       01 LINEXTCAB.
                03 EX-TIPO         PIC X(01).
                03 EX-BANCO        PIC 9(03).
                03 EX-AGENCIA      PIC 9(04).
                03 EX-CONTA        PIC X(12).
                03 EX-DATA-GER     PIC 9(08).
       01 LINEXTDET.
                03 ED-TIPO         PIC X(01).
                03 ED-DATA         PIC 9(08).
                03 ED-DC           PIC X(01).
                03 ED-VALOR        PIC 9(09)V99.
                03 ED-DOCTO        PIC X(20).
                03 ED-CNPJ         PIC 9(14).
                03 ED-HIST         PIC X(30).

      *    LANCAMENTOS IMPORTADOS; SITUACAO P = PENDENTE,
      *    A = CONCILIADO PELO PROGR98T, M = CONCILIADO NA TELA,
      *    J = SEM MOVIMENTO ESPERADO, JUSTIFICADO NA TELA
       FD CADEXTRATO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEXTRATO.DAT".
       01 REGEXTRATO.
                03 EB-CHAVE.
                    05 EB-BANCO    PIC 9(03).
                    05 EB-AGENCIA  PIC 9(04).
                    05 EB-CONTA    PIC X(12).
                    05 EB-DATA     PIC 9(08).
                    05 EB-SEQ      PIC 9(04).
                03 EB-DC           PIC X(01).
                03 EB-VALOR        PIC 9(09)V99.
                03 EB-DOCTO        PIC X(20).
                03 EB-CNPJ         PIC 9(14).
                03 EB-HIST         PIC X(30).
                03 EB-SITUACAO     PIC X(01).
                03 EB-PREV-CHAVE   PIC X(21).
                03 EB-MOTIVO       PIC X(30).
                03 EB-DATA-CONC    PIC 9(08).
                03 EB-OPERADOR     PIC X(08).
                03 EB-DATA-IMP     PIC 9(08).

      *    MOVIMENTO ESPERADO; TIPO B = BOLETO (NOSSO-NUMERO),
      *    C = CONVENIO (CHAVE DO CADPGCONV), F = FOLHA (M OU Q +
      *    COMPETENCIA), D = DEPOSITO DO CAIXA (CHAVE DO CADCXSES);
      *    SITUACAO P = PENDENTE, A/M = CONCILIADO, E = EXCLUIDO
      *    NA ORIGEM
       FD CADPREVBAN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPREVBAN.DAT".
       01 REGPREVBAN.
                03 PV-CHAVE.
                    05 PV-TIPO     PIC X(01).
                    05 PV-REF      PIC X(20).
                03 PV-DATA         PIC 9(08).
                03 PV-DC           PIC X(01).
                03 PV-VALOR        PIC 9(09)V99.
                03 PV-CNPJ         PIC 9(14).
                03 PV-DESCR        PIC X(30).
                03 PV-SITUACAO     PIC X(01).
                03 PV-EXT-CHAVE    PIC X(31).
                03 PV-DATA-CONC    PIC 9(08).
                03 PV-OPERADOR     PIC X(08).

       FD CADPGCONV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPGCONV.DAT".
       01 REGPGCONV.
                03 PG-CHAVE.
                    05 PG-CONV     PIC 9(04).
                    05 PG-ANO      PIC 9(04).
                    05 PG-MES      PIC 9(02).
                    05 PG-SEQ      PIC 9(02).
                03 PG-VALOR        PIC 9(09)V99.
                03 PG-DATA-RECEB   PIC 9(08).

       FD CADCONV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
                03 CV-CODIGO       PIC 9(04).
                03 CV-NOME         PIC X(30).
                03 FILLER          PIC X(72).
                03 CV-CNPJ         PIC 9(14).
                03 FILLER          PIC X(01).

       FD CADCXSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCXSES.DAT".
       01 REGCXSES.
                03 CX-CHAVE.
                    05 CX-OPERADOR PIC X(08).
                    05 CX-DATA     PIC 9(08).
                    05 CX-SEQ      PIC 9(02).
                03 CX-HORA-ABRE    PIC 9(04).
                03 CX-HORA-FECH    PIC 9(04).
                03 CX-SITUACAO     PIC X(01).
                03 CX-FUNDO        PIC 9(07)V99.
                03 CX-DECL-DIN     PIC 9(07)V99.
                03 CX-DECL-CAR     PIC 9(07)V99.

       FD CREDFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CREDFOL.DAT".
       01 REGCRED.
                03 CR-TIPO         PIC X(01).
                03 FILLER          PIC X(68).
                03 CR-VALOR        PIC 9(09)V99.
                03 CR-COMPET       PIC 9(06).
                03 CR-FOLHA        PIC X(01).

       FD CREDADT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CREDADT.DAT".
       01 REGCREDADT.
                03 CA-TIPO         PIC X(01).
                03 FILLER          PIC X(68).
                03 CA-VALOR        PIC 9(09)V99.
                03 CA-COMPET       PIC 9(06).
                03 CA-FOLHA        PIC X(01).

       FD RELCONC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CONCBAN.DAT".
       01 LINRELCONC          PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-EXT   PIC X(02) VALUE "00".
       77 ST-ERRO-EB    PIC X(02) VALUE "00".
       77 ST-ERRO-PRV   PIC X(02) VALUE "00".
       77 ST-ERRO-PG    PIC X(02) VALUE "00".
       77 ST-ERRO-CONV  PIC X(02) VALUE "00".
       77 ST-ERRO-CX    PIC X(02) VALUE "00".
       77 ST-ERRO-CRD   PIC X(02) VALUE "00".
       77 ST-ERRO-CRA   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-TEM-PG      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CONV    PIC 9(01) VALUE ZEROS.
       77 W-TEM-CX      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CAB     PIC 9(01) VALUE ZEROS.
       77 W-ACHOU       PIC 9(01) VALUE ZEROS.
       77 W-DATA-HJ     PIC 9(08) VALUE ZEROS.
       77 W-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       77 W-DATA-ULT    PIC 9(08) VALUE ZEROS.
       77 W-DATA-ANT    PIC 9(08) VALUE ZEROS.
       77 W-BANCO       PIC 9(03) VALUE ZEROS.
       77 W-AGENCIA     PIC 9(04) VALUE ZEROS.
       77 W-CONTA       PIC X(12) VALUE SPACES.
       77 W-SEQ         PIC 9(04) VALUE ZEROS.
       77 W-TIPO-BUSCA  PIC X(01) VALUE SPACES.
       77 W-VALOR-CX    PIC S9(07)V99 VALUE ZEROS.
       77 W-QTD-IMP     PIC 9(06) VALUE ZEROS.
       77 W-QTD-REP     PIC 9(06) VALUE ZEROS.
       77 W-QTD-REJ     PIC 9(06) VALUE ZEROS.
       77 W-QTD-PREV    PIC 9(06) VALUE ZEROS.
       77 W-QTD-AUTO    PIC 9(06) VALUE ZEROS.
       77 W-QTD-PEND    PIC 9(06) VALUE ZEROS.
       77 W-SOMA-CRED   PIC 9(11)V99 VALUE ZEROS.
       77 W-SOMA-DEB    PIC 9(11)V99 VALUE ZEROS.
       77 W-QTD-ED      PIC ZZZZZ9.
       77 W-SOMA-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    MOVIMENTO ESPERADO A GRAVAR OU ATUALIZAR (PRV-GRAVA)
       01 W-PV.
           03 W-PV-TIPO     PIC X(01).
           03 W-PV-REF      PIC X(20).
           03 W-PV-DATA     PIC 9(08).
           03 W-PV-DC       PIC X(01).
           03 W-PV-VALOR    PIC 9(09)V99.
           03 W-PV-CNPJ     PIC 9(14).
           03 W-PV-DESCR    PIC X(30).
      *
       01 W-DT.
           03 W-DT-ANO  PIC 9(04).
           03 W-DT-MES  PIC 9(02).
           03 W-DT-DIA  PIC 9(02).
       01 W-DT-N REDEFINES W-DT PIC 9(08).
       01 W-DT-ED.
           03 W-DE-DIA  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-DE-MES  PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 W-DE-ANO  PIC 9(04).
       01 W-COMPET.
           03 W-CP-ANO  PIC 9(04).
           03 W-CP-MES  PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
      *
       01 LINCAB1.
           03 FILLER    PIC X(23) VALUE "CONCILIACAO BANCARIA - ".
           03 LC-DATA   PIC X(10).
       01 LINCAB2.
           03 FILLER    PIC X(40) VALUE
              "LANCAMENTOS DO BANCO SEM CORRESPONDENCIA".
       01 LINCAB3.
           03 FILLER    PIC X(21) VALUE "BCO AGEN CONTA".
           03 FILLER    PIC X(11) VALUE "DATA".
           03 FILLER    PIC X(17) VALUE "D/C        VALOR".
           03 FILLER    PIC X(21) VALUE "DOCUMENTO".
           03 FILLER    PIC X(09) VALUE "HISTORICO".
       01 LINCAB4.
           03 FILLER    PIC X(42) VALUE
              "MOVIMENTOS ESPERADOS NAO VISTOS NO BANCO -".
           03 FILLER    PIC X(13) VALUE " EXTRATO ATE ".
           03 LC-DATA-ULT PIC X(10).
       01 LINCAB5.
           03 FILLER    PIC X(13) VALUE "ORIGEM".
           03 FILLER    PIC X(21) VALUE "REFERENCIA".
           03 FILLER    PIC X(11) VALUE "DATA".
           03 FILLER    PIC X(17) VALUE "D/C        VALOR".
           03 FILLER    PIC X(09) VALUE "DESCRICAO".
       01 LINEXT.
           03 LE-BANCO    PIC 9(03).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LE-AGENCIA  PIC 9(04).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LE-CONTA    PIC X(12).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LE-DATA     PIC X(10).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LE-DC       PIC X(01).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LE-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LE-DOCTO    PIC X(20).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LE-HIST     PIC X(30).
       01 LINPRV.
           03 LP-ORIGEM   PIC X(12).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LP-REF      PIC X(20).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LP-DATA     PIC X(10).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LP-DC       PIC X(01).
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LP-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACE.
           03 LP-DESCR    PIC X(30).
      *
       01 PASSO-REGISTROS PIC 9(06) EXTERNAL.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CON-OP0.
           ACCEPT W-DATA-HJ FROM DATE YYYYMMDD
           OPEN I-O CADEXTRATO
           IF ST-ERRO-EB NOT = "00"
               IF ST-ERRO-EB = "30"
                      OPEN OUTPUT CADEXTRATO
                      CLOSE CADEXTRATO
                      DISPLAY "* ARQUIVO CADEXTRATO SENDO CRIADO *"
                      GO TO CON-OP0
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXTRATO"
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       CON-OP1.
           OPEN I-O CADPREVBAN
           IF ST-ERRO-PRV NOT = "00"
               IF ST-ERRO-PRV = "30"
                      OPEN OUTPUT CADPREVBAN
                      CLOSE CADPREVBAN
                      DISPLAY "* ARQUIVO CADPREVBAN SENDO CRIADO *"
                      GO TO CON-OP1
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPREVBAN"
                      CLOSE CADEXTRATO
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       CON-OP2.
           OPEN OUTPUT RELCONC
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONCBAN"
               CLOSE CADEXTRATO CADPREVBAN
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-PG W-TEM-CONV W-TEM-CX
           OPEN INPUT CADPGCONV
           IF ST-ERRO-PG NOT = "00"
               MOVE ZEROS TO W-TEM-PG.
           OPEN INPUT CADCONV
           IF ST-ERRO-CONV NOT = "00"
               MOVE ZEROS TO W-TEM-CONV.
           OPEN INPUT CADCXSES
           IF ST-ERRO-CX NOT = "00"
               MOVE ZEROS TO W-TEM-CX.
      *
      *****************************************
      * IMPORTACAO DO EXTRATO. A SEQUENCIA DO  *
      * LANCAMENTO RECOMECA A CADA DIA DA      *
      * CONTA: O MESMO EXTRATO LIDO DE NOVO    *
      * CAI NAS MESMAS CHAVES E E IGNORADO     *
      *****************************************
      *
       IMP-001.
           OPEN INPUT EXTBANCO
           IF ST-ERRO-EXT NOT = "00"
               DISPLAY "EXTBANCO.DAT NAO ENCONTRADO - SEM IMPORTACAO"
               GO TO CRT-001.
       IMP-LER.
           READ EXTBANCO NEXT RECORD
           AT END
               GO TO IMP-FIM.
           IF EX-TIPO = "0"
               MOVE EX-BANCO   TO W-BANCO
               MOVE EX-AGENCIA TO W-AGENCIA
               MOVE EX-CONTA   TO W-CONTA
               MOVE ZEROS      TO W-DATA-ANT W-SEQ
               MOVE 1          TO W-TEM-CAB
               GO TO IMP-LER.
           IF ED-TIPO NOT = "1"
               GO TO IMP-LER.
           IF W-TEM-CAB = 0 OR ED-DATA NOT NUMERIC
              OR ED-VALOR NOT NUMERIC OR ED-VALOR = ZEROS
              OR (ED-DC NOT = "C" AND ED-DC NOT = "D")
               ADD 1 TO W-QTD-REJ
               GO TO IMP-LER.
           IF ED-DATA NOT = W-DATA-ANT
               MOVE ED-DATA TO W-DATA-ANT
               MOVE ZEROS   TO W-SEQ.
           ADD 1 TO W-SEQ
           MOVE SPACES    TO REGEXTRATO
           MOVE W-BANCO   TO EB-BANCO
           MOVE W-AGENCIA TO EB-AGENCIA
           MOVE W-CONTA   TO EB-CONTA
           MOVE ED-DATA   TO EB-DATA
           MOVE W-SEQ     TO EB-SEQ
           MOVE ED-DC     TO EB-DC
           MOVE ED-VALOR  TO EB-VALOR
           MOVE ED-DOCTO  TO EB-DOCTO
           MOVE ZEROS     TO EB-CNPJ
           IF ED-CNPJ NUMERIC
               MOVE ED-CNPJ TO EB-CNPJ.
           MOVE ED-HIST   TO EB-HIST
           MOVE "P"       TO EB-SITUACAO
           MOVE ZEROS     TO EB-DATA-CONC
           MOVE W-DATA-HJ TO EB-DATA-IMP
           WRITE REGEXTRATO
           IF ST-ERRO-EB = "00" OR "02"
               ADD 1 TO W-QTD-IMP
           ELSE
               IF ST-ERRO-EB = "22"
                   ADD 1 TO W-QTD-REP
               ELSE
                   DISPLAY "ERRO NA GRAVACAO DO CADEXTRATO "
                           ST-ERRO-EB.
           MOVE "00" TO ST-ERRO-EB
           GO TO IMP-LER.
       IMP-FIM.
           CLOSE EXTBANCO.
      *
      *****************************************
      * PERIODO COBERTO PELOS EXTRATOS: SO HA  *
      * MOVIMENTO ESPERADO A PARTIR DO         *
      * PRIMEIRO DIA IMPORTADO                 *
      *****************************************
      *
       CRT-001.
           MOVE 99999999 TO W-DATA-CORTE
           MOVE ZEROS    TO W-DATA-ULT
           MOVE LOW-VALUES TO EB-CHAVE
           START CADEXTRATO KEY IS NOT LESS THAN EB-CHAVE
           IF ST-ERRO-EB NOT = "00"
               MOVE "00" TO ST-ERRO-EB
               GO TO CRT-FIM.
       CRT-LER.
           READ CADEXTRATO NEXT RECORD
           IF ST-ERRO-EB NOT = "00"
               MOVE "00" TO ST-ERRO-EB
               GO TO CRT-FIM.
           IF EB-DATA < W-DATA-CORTE
               MOVE EB-DATA TO W-DATA-CORTE.
           IF EB-DATA > W-DATA-ULT
               MOVE EB-DATA TO W-DATA-ULT.
           GO TO CRT-LER.
       CRT-FIM.
           MOVE W-DATA-HJ TO W-DT-N
           PERFORM DT-EDITA THRU DT-EDITA-FIM
           MOVE W-DT-ED TO LC-DATA
           MOVE LINCAB1 TO LINRELCONC
           WRITE LINRELCONC
           MOVE SPACES TO LINRELCONC
           WRITE LINRELCONC
           IF W-DATA-ULT = ZEROS
               MOVE "NENHUM EXTRATO IMPORTADO ATE AGORA" TO LINRELCONC
               WRITE LINRELCONC
               GO TO CON-FIM.
      *
      *****************************************
      * MOVIMENTOS ESPERADOS                   *
      *****************************************
      *
       PRV-001.
           IF W-TEM-PG = 0
               GO TO PRV-CX.
           MOVE LOW-VALUES TO PG-CHAVE
           START CADPGCONV KEY IS NOT LESS THAN PG-CHAVE
           IF ST-ERRO-PG NOT = "00"
               MOVE "00" TO ST-ERRO-PG
               GO TO PRV-CX.
       PRV-PG-LER.
           READ CADPGCONV NEXT RECORD
           IF ST-ERRO-PG NOT = "00"
               MOVE "00" TO ST-ERRO-PG
               GO TO PRV-CX.
           IF PG-DATA-RECEB < W-DATA-CORTE OR PG-VALOR = ZEROS
               GO TO PRV-PG-LER.
           MOVE SPACES        TO W-PV
           MOVE "C"           TO W-PV-TIPO
           MOVE PG-CHAVE      TO W-PV-REF
           MOVE PG-DATA-RECEB TO W-PV-DATA
           MOVE "C"           TO W-PV-DC
           MOVE PG-VALOR      TO W-PV-VALOR
           MOVE ZEROS         TO W-PV-CNPJ
           STRING "CONVENIO " PG-CONV " " PG-MES "/" PG-ANO
                  DELIMITED BY SIZE INTO W-PV-DESCR
           IF W-TEM-CONV = 1
               MOVE PG-CONV TO CV-CODIGO
               READ CADCONV
               IF ST-ERRO-CONV = "00"
                   MOVE CV-CNPJ TO W-PV-CNPJ
                   MOVE CV-NOME TO W-PV-DESCR
               ELSE
                   MOVE "00" TO ST-ERRO-CONV.
           PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM
           GO TO PRV-PG-LER.
      *
      *    DEPOSITO DO DINHEIRO DA SESSAO FECHADA (DECLARADO MENOS
      *    O FUNDO DE TROCO, QUE FICA NO CAIXA)
       PRV-CX.
           IF W-TEM-CX = 0
               GO TO PRV-FOL.
           MOVE LOW-VALUES TO CX-CHAVE
           START CADCXSES KEY IS NOT LESS THAN CX-CHAVE
           IF ST-ERRO-CX NOT = "00"
               MOVE "00" TO ST-ERRO-CX
               GO TO PRV-FOL.
       PRV-CX-LER.
           READ CADCXSES NEXT RECORD
           IF ST-ERRO-CX NOT = "00"
               MOVE "00" TO ST-ERRO-CX
               GO TO PRV-FOL.
           IF CX-SITUACAO NOT = "F" OR CX-DATA < W-DATA-CORTE
               GO TO PRV-CX-LER.
           COMPUTE W-VALOR-CX = CX-DECL-DIN - CX-FUNDO
           IF W-VALOR-CX NOT > ZEROS
               GO TO PRV-CX-LER.
           MOVE SPACES      TO W-PV
           MOVE "D"         TO W-PV-TIPO
           MOVE CX-CHAVE    TO W-PV-REF
           MOVE CX-DATA     TO W-PV-DATA
           MOVE "C"         TO W-PV-DC
           MOVE W-VALOR-CX  TO W-PV-VALOR
           MOVE ZEROS       TO W-PV-CNPJ
           STRING "CAIXA " CX-OPERADOR " SESSAO " CX-SEQ
                  DELIMITED BY SIZE INTO W-PV-DESCR
           PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM
           GO TO PRV-CX-LER.
      *
      *    DEBITO DO TOTAL DO ARQUIVO DE CREDITO DA FOLHA MENSAL E
      *    DO ADIANTAMENTO ATUAIS (O ARQUIVO E REFEITO A CADA
      *    CALCULO; A DATA ESPERADA E A DO PRIMEIRO REGISTRO)
       PRV-FOL.
           OPEN INPUT CREDFOL
           IF ST-ERRO-CRD NOT = "00"
               GO TO PRV-ADT.
       PRV-FOL-LER.
           READ CREDFOL NEXT RECORD
           AT END
               CLOSE CREDFOL
               GO TO PRV-ADT.
           IF CR-TIPO NOT = "T" OR CR-VALOR = ZEROS
               GO TO PRV-FOL-LER.
           MOVE SPACES      TO W-PV
           MOVE "F"         TO W-PV-TIPO
           MOVE "M"         TO W-PV-REF(1:1)
           MOVE CR-COMPET   TO W-PV-REF(2:6)
           MOVE W-DATA-HJ   TO W-PV-DATA
           MOVE "D"         TO W-PV-DC
           MOVE CR-VALOR    TO W-PV-VALOR
           MOVE ZEROS       TO W-PV-CNPJ
           MOVE CR-COMPET   TO W-COMPET-N
           STRING "FOLHA MENSAL " W-CP-MES "/" W-CP-ANO
                  DELIMITED BY SIZE INTO W-PV-DESCR
           PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM
           GO TO PRV-FOL-LER.
       PRV-ADT.
           OPEN INPUT CREDADT
           IF ST-ERRO-CRA NOT = "00"
               GO TO PRV-LIMPA.
       PRV-ADT-LER.
           READ CREDADT NEXT RECORD
           AT END
               CLOSE CREDADT
               GO TO PRV-LIMPA.
           IF CA-TIPO NOT = "T" OR CA-VALOR = ZEROS
               GO TO PRV-ADT-LER.
           MOVE SPACES      TO W-PV
           MOVE "F"         TO W-PV-TIPO
           MOVE "Q"         TO W-PV-REF(1:1)
           MOVE CA-COMPET   TO W-PV-REF(2:6)
           MOVE W-DATA-HJ   TO W-PV-DATA
           MOVE "D"         TO W-PV-DC
           MOVE CA-VALOR    TO W-PV-VALOR
           MOVE ZEROS       TO W-PV-CNPJ
           MOVE CA-COMPET   TO W-COMPET-N
           STRING "ADIANTAMENTO " W-CP-MES "/" W-CP-ANO
                  DELIMITED BY SIZE INTO W-PV-DESCR
           PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM
           GO TO PRV-ADT-LER.
      *
      *    PAGAMENTO DE CONVENIO EXCLUIDO OU SESSAO REABERTA DEPOIS
      *    DO REGISTRO: O ESPERADO PENDENTE SAI DA CONCILIACAO
       PRV-LIMPA.
           MOVE LOW-VALUES TO PV-CHAVE
           START CADPREVBAN KEY IS NOT LESS THAN PV-CHAVE
           IF ST-ERRO-PRV NOT = "00"
               MOVE "00" TO ST-ERRO-PRV
               GO TO CNC-001.
       PRV-LIMPA-LER.
           READ CADPREVBAN NEXT RECORD
           IF ST-ERRO-PRV NOT = "00"
               MOVE "00" TO ST-ERRO-PRV
               GO TO CNC-001.
           IF PV-SITUACAO NOT = "P"
               GO TO PRV-LIMPA-LER.
           MOVE ZEROS TO W-ACHOU
           IF PV-TIPO = "C" AND W-TEM-PG = 1
               MOVE PV-REF(1:12) TO PG-CHAVE
               READ CADPGCONV
               IF ST-ERRO-PG NOT = "00"
                   MOVE "00" TO ST-ERRO-PG
                   MOVE 1 TO W-ACHOU.
           IF PV-TIPO = "D" AND W-TEM-CX = 1
               MOVE PV-REF(1:18) TO CX-CHAVE
               READ CADCXSES
               IF ST-ERRO-CX NOT = "00"
                   MOVE "00" TO ST-ERRO-CX
                   MOVE 1 TO W-ACHOU
               ELSE
                   IF CX-SITUACAO NOT = "F"
                       MOVE 1 TO W-ACHOU.
           IF W-ACHOU = 1
               MOVE "E" TO PV-SITUACAO
               MOVE W-DATA-HJ TO PV-DATA-CONC
               REWRITE REGPREVBAN
               MOVE "00" TO ST-ERRO-PRV.
           GO TO PRV-LIMPA-LER.
      *
      *****************************************
      * CONCILIACAO AUTOMATICA DOS LANCAMENTOS *
      * PENDENTES                              *
      *****************************************
      *
       CNC-001.
           MOVE LOW-VALUES TO EB-CHAVE
           START CADEXTRATO KEY IS NOT LESS THAN EB-CHAVE
           IF ST-ERRO-EB NOT = "00"
               MOVE "00" TO ST-ERRO-EB
               GO TO REL-001.
       CNC-LER.
           READ CADEXTRATO NEXT RECORD
           IF ST-ERRO-EB NOT = "00"
               MOVE "00" TO ST-ERRO-EB
               GO TO REL-001.
           IF EB-SITUACAO NOT = "P"
               GO TO CNC-LER.
           PERFORM CNC-ACHA THRU CNC-ACHA-FIM
           IF W-ACHOU = 0
               GO TO CNC-LER.
           MOVE "A"        TO PV-SITUACAO
           MOVE EB-CHAVE   TO PV-EXT-CHAVE
           MOVE W-DATA-HJ  TO PV-DATA-CONC
           MOVE SPACES     TO PV-OPERADOR
           REWRITE REGPREVBAN
           MOVE "A"        TO EB-SITUACAO
           MOVE PV-CHAVE   TO EB-PREV-CHAVE
           MOVE W-DATA-HJ  TO EB-DATA-CONC
           MOVE SPACES     TO EB-OPERADOR
           REWRITE REGEXTRATO
           ADD 1 TO W-QTD-AUTO
           GO TO CNC-LER.
      *
      *    CREDITO COM NOSSO-NUMERO NO DOCUMENTO = BOLETO; CREDITO
      *    COM CNPJ = CONVENIO DE MESMO CNPJ E VALOR; DEBITO = TOTAL
      *    DA FOLHA; CREDITO SEM CNPJ = DEPOSITO DE CAIXA DE MESMO
      *    VALOR. O ESPERADO NAO PODE SER POSTERIOR AO LANCAMENTO
       CNC-ACHA.
           MOVE ZEROS TO W-ACHOU
           IF EB-DC = "C" AND EB-DOCTO(1:10) NUMERIC
              AND EB-DOCTO(1:10) NOT = "0000000000"
               MOVE "B" TO PV-TIPO
               MOVE EB-DOCTO(1:10) TO PV-REF
               READ CADPREVBAN
               IF ST-ERRO-PRV NOT = "00"
                   MOVE "00" TO ST-ERRO-PRV
               ELSE
                   IF PV-SITUACAO = "P" AND PV-VALOR = EB-VALOR
                       MOVE 1 TO W-ACHOU
                       GO TO CNC-ACHA-FIM.
           IF EB-DC = "C" AND EB-CNPJ NOT = ZEROS
               MOVE "C" TO W-TIPO-BUSCA
               PERFORM CNC-VARRE THRU CNC-VARRE-FIM
               GO TO CNC-ACHA-FIM.
           IF EB-DC = "D"
               MOVE "F" TO W-TIPO-BUSCA
               PERFORM CNC-VARRE THRU CNC-VARRE-FIM
               GO TO CNC-ACHA-FIM.
           IF EB-CNPJ = ZEROS
               MOVE "D" TO W-TIPO-BUSCA
               PERFORM CNC-VARRE THRU CNC-VARRE-FIM.
       CNC-ACHA-FIM.
           EXIT.
      *
       CNC-VARRE.
           MOVE W-TIPO-BUSCA TO PV-TIPO
           MOVE LOW-VALUES   TO PV-REF
           START CADPREVBAN KEY IS NOT LESS THAN PV-CHAVE
           IF ST-ERRO-PRV NOT = "00"
               MOVE "00" TO ST-ERRO-PRV
               GO TO CNC-VARRE-FIM.
       CNC-VARRE-LER.
           READ CADPREVBAN NEXT RECORD
           IF ST-ERRO-PRV NOT = "00"
               MOVE "00" TO ST-ERRO-PRV
               GO TO CNC-VARRE-FIM.
           IF PV-TIPO NOT = W-TIPO-BUSCA
               GO TO CNC-VARRE-FIM.
           IF PV-SITUACAO NOT = "P" OR PV-VALOR NOT = EB-VALOR
               GO TO CNC-VARRE-LER.
           IF W-TIPO-BUSCA = "C" AND PV-CNPJ NOT = EB-CNPJ
               GO TO CNC-VARRE-LER.
           IF W-TIPO-BUSCA NOT = "F" AND PV-DATA > EB-DATA
               GO TO CNC-VARRE-LER.
           MOVE 1 TO W-ACHOU.
       CNC-VARRE-FIM.
           EXIT.
      *
      *****************************************
      * RELATORIO DO DIA: PENDENTES DO BANCO E *
      * ESPERADOS AINDA NAO VISTOS             *
      *****************************************
      *
       REL-001.
           MOVE LINCAB2 TO LINRELCONC
           WRITE LINRELCONC
           MOVE LINCAB3 TO LINRELCONC
           WRITE LINRELCONC
           MOVE ZEROS TO W-QTD-PEND W-SOMA-CRED W-SOMA-DEB
           MOVE LOW-VALUES TO EB-CHAVE
           START CADEXTRATO KEY IS NOT LESS THAN EB-CHAVE
           IF ST-ERRO-EB NOT = "00"
               MOVE "00" TO ST-ERRO-EB
               GO TO REL-EXT-FIM.
       REL-EXT-LER.
           READ CADEXTRATO NEXT RECORD
           IF ST-ERRO-EB NOT = "00"
               MOVE "00" TO ST-ERRO-EB
               GO TO REL-EXT-FIM.
           IF EB-SITUACAO NOT = "P"
               GO TO REL-EXT-LER.
           ADD 1 TO W-QTD-PEND
           IF EB-DC = "C"
               ADD EB-VALOR TO W-SOMA-CRED
           ELSE
               ADD EB-VALOR TO W-SOMA-DEB.
           MOVE EB-BANCO   TO LE-BANCO
           MOVE EB-AGENCIA TO LE-AGENCIA
           MOVE EB-CONTA   TO LE-CONTA
           MOVE EB-DATA    TO W-DT-N
           PERFORM DT-EDITA THRU DT-EDITA-FIM
           MOVE W-DT-ED    TO LE-DATA
           MOVE EB-DC      TO LE-DC
           MOVE EB-VALOR   TO LE-VALOR
           MOVE EB-DOCTO   TO LE-DOCTO
           MOVE EB-HIST    TO LE-HIST
           MOVE LINEXT TO LINRELCONC
           WRITE LINRELCONC
           GO TO REL-EXT-LER.
       REL-EXT-FIM.
           PERFORM REL-TOTAL THRU REL-TOTAL-FIM
           MOVE W-DATA-ULT TO W-DT-N
           PERFORM DT-EDITA THRU DT-EDITA-FIM
           MOVE W-DT-ED TO LC-DATA-ULT
           MOVE LINCAB4 TO LINRELCONC
           WRITE LINRELCONC
           MOVE LINCAB5 TO LINRELCONC
           WRITE LINRELCONC
           MOVE ZEROS TO W-QTD-PEND W-SOMA-CRED W-SOMA-DEB
           MOVE LOW-VALUES TO PV-CHAVE
           START CADPREVBAN KEY IS NOT LESS THAN PV-CHAVE
           IF ST-ERRO-PRV NOT = "00"
               MOVE "00" TO ST-ERRO-PRV
               GO TO REL-PRV-FIM.
       REL-PRV-LER.
           READ CADPREVBAN NEXT RECORD
           IF ST-ERRO-PRV NOT = "00"
               MOVE "00" TO ST-ERRO-PRV
               GO TO REL-PRV-FIM.
           IF PV-SITUACAO NOT = "P" OR PV-DATA > W-DATA-ULT
               GO TO REL-PRV-LER.
           ADD 1 TO W-QTD-PEND
           IF PV-DC = "C"
               ADD PV-VALOR TO W-SOMA-CRED
           ELSE
               ADD PV-VALOR TO W-SOMA-DEB.
           MOVE SPACES TO LP-ORIGEM
           IF PV-TIPO = "B"
               MOVE "BOLETO" TO LP-ORIGEM.
           IF PV-TIPO = "C"
               MOVE "CONVENIO" TO LP-ORIGEM.
           IF PV-TIPO = "F"
               MOVE "FOLHA" TO LP-ORIGEM.
           IF PV-TIPO = "D"
               MOVE "DEPOSITO CX" TO LP-ORIGEM.
           MOVE PV-REF     TO LP-REF
           MOVE PV-DATA    TO W-DT-N
           PERFORM DT-EDITA THRU DT-EDITA-FIM
           MOVE W-DT-ED    TO LP-DATA
           MOVE PV-DC      TO LP-DC
           MOVE PV-VALOR   TO LP-VALOR
           MOVE PV-DESCR   TO LP-DESCR
           MOVE LINPRV TO LINRELCONC
           WRITE LINRELCONC
           GO TO REL-PRV-LER.
       REL-PRV-FIM.
           PERFORM REL-TOTAL THRU REL-TOTAL-FIM
           MOVE SPACES TO LINRELCONC
           MOVE W-QTD-IMP TO W-QTD-ED
           STRING "LANCAMENTOS IMPORTADOS HOJE......: " W-QTD-ED
                  DELIMITED BY SIZE INTO LINRELCONC
           WRITE LINRELCONC
           MOVE SPACES TO LINRELCONC
           MOVE W-QTD-REP TO W-QTD-ED
           STRING "JA IMPORTADOS ANTES (IGNORADOS)..: " W-QTD-ED
                  DELIMITED BY SIZE INTO LINRELCONC
           WRITE LINRELCONC
           MOVE SPACES TO LINRELCONC
           MOVE W-QTD-REJ TO W-QTD-ED
           STRING "LINHAS DO EXTRATO REJEITADAS.....: " W-QTD-ED
                  DELIMITED BY SIZE INTO LINRELCONC
           WRITE LINRELCONC
           MOVE SPACES TO LINRELCONC
           MOVE W-QTD-PREV TO W-QTD-ED
           STRING "MOVIMENTOS ESPERADOS NOVOS.......: " W-QTD-ED
                  DELIMITED BY SIZE INTO LINRELCONC
           WRITE LINRELCONC
           MOVE SPACES TO LINRELCONC
           MOVE W-QTD-AUTO TO W-QTD-ED
           STRING "CONCILIADOS AUTOMATICAMENTE......: " W-QTD-ED
                  DELIMITED BY SIZE INTO LINRELCONC
           WRITE LINRELCONC.
      *
       CON-FIM.
           CLOSE CADEXTRATO CADPREVBAN RELCONC
           IF W-TEM-PG = 1
               CLOSE CADPGCONV.
           IF W-TEM-CONV = 1
               CLOSE CADCONV.
           IF W-TEM-CX = 1
               CLOSE CADCXSES.
           MOVE W-QTD-IMP TO PASSO-REGISTROS
           DISPLAY "LANCAMENTOS IMPORTADOS: " W-QTD-IMP
           DISPLAY "CONCILIADOS AUTOMATICAMENTE: " W-QTD-AUTO
           DISPLAY "PENDENCIAS EM CONCBAN.DAT"
           GO TO ROT-FIMP.
      *
      *    QUANTIDADE E SOMAS DA SECAO QUE ACABOU
       REL-TOTAL.
           MOVE SPACES TO LINRELCONC
           MOVE W-QTD-PEND TO W-QTD-ED
           STRING "QUANTIDADE: " W-QTD-ED
                  DELIMITED BY SIZE INTO LINRELCONC
           WRITE LINRELCONC
           MOVE SPACES TO LINRELCONC
           MOVE W-SOMA-CRED TO W-SOMA-ED
           STRING "CREDITOS..: " W-SOMA-ED
                  DELIMITED BY SIZE INTO LINRELCONC
           WRITE LINRELCONC
           MOVE SPACES TO LINRELCONC
           MOVE W-SOMA-DEB TO W-SOMA-ED
           STRING "DEBITOS...: " W-SOMA-ED
                  DELIMITED BY SIZE INTO LINRELCONC
           WRITE LINRELCONC
           MOVE SPACES TO LINRELCONC
           WRITE LINRELCONC.
       REL-TOTAL-FIM.
           EXIT.
      *
      *****************************************
      * GRAVA OU ATUALIZA O MOVIMENTO ESPERADO *
      * W-PV; O JA CONCILIADO NAO E MEXIDO E   *
      * O DA FOLHA MANTEM A DATA DO REGISTRO   *
      *****************************************
      *
       PRV-GRAVA.
           MOVE W-PV-TIPO TO PV-TIPO
           MOVE W-PV-REF  TO PV-REF
           READ CADPREVBAN
           IF ST-ERRO-PRV NOT = "00"
               MOVE "00" TO ST-ERRO-PRV
               GO TO PRV-GRAVA-NOVO.
           IF PV-SITUACAO NOT = "P"
               GO TO PRV-GRAVA-FIM.
           IF W-PV-TIPO NOT = "F"
               MOVE W-PV-DATA TO PV-DATA.
           MOVE W-PV-DC    TO PV-DC
           MOVE W-PV-VALOR TO PV-VALOR
           MOVE W-PV-CNPJ  TO PV-CNPJ
           MOVE W-PV-DESCR TO PV-DESCR
           REWRITE REGPREVBAN
           MOVE "00" TO ST-ERRO-PRV
           GO TO PRV-GRAVA-FIM.
       PRV-GRAVA-NOVO.
           MOVE SPACES     TO REGPREVBAN
           MOVE W-PV-TIPO  TO PV-TIPO
           MOVE W-PV-REF   TO PV-REF
           MOVE W-PV-DATA  TO PV-DATA
           MOVE W-PV-DC    TO PV-DC
           MOVE W-PV-VALOR TO PV-VALOR
           MOVE W-PV-CNPJ  TO PV-CNPJ
           MOVE W-PV-DESCR TO PV-DESCR
           MOVE "P"        TO PV-SITUACAO
           MOVE ZEROS      TO PV-DATA-CONC
           WRITE REGPREVBAN
           IF ST-ERRO-PRV = "00"
               ADD 1 TO W-QTD-PREV.
           MOVE "00" TO ST-ERRO-PRV.
       PRV-GRAVA-FIM.
           EXIT.
      *
       DT-EDITA.
           MOVE W-DT-DIA TO W-DE-DIA
           MOVE W-DT-MES TO W-DE-MES
           MOVE W-DT-ANO TO W-DE-ANO.
       DT-EDITA-FIM.
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
