       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR79T.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * EXPORTACAO CONTABIL DA RECEITA DA  *
      * ESCOLA: REGIME DE COMPETENCIA      *
      * (MENSALIDADES GERADAS, BOLSAS E    *
      * BAIXAS POR RENEGOCIACAO) E REGIME  *
      * DE CAIXA (RECEBIMENTOS COM MULTA E *
      * JUROS SEPARADOS), NO PLANO DE      *
      * CONTAS DO CADCTAMAP E NO LAYOUT DO *
      * PROGR61T, COM CONFERENCIA          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCTAMAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CM-NATUREZA
                    FILE STATUS  IS ST-ERRO-MAP.
      *
      *-----------------------------------------------------------------
           SELECT CADMENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO-MEN.
      *
      *-----------------------------------------------------------------
           SELECT CADTXESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TX-CHAVE
                    FILE STATUS  IS ST-ERRO-TX.
      *
      *-----------------------------------------------------------------
           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *
      *-----------------------------------------------------------------
           SELECT ARQCONT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CNT.
      *
      *-----------------------------------------------------------------
           SELECT RELCONF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCTAMAP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCTAMAP.DAT".
       01 REGCTAMAP.
                03 CM-NATUREZA     PIC X(08).
                03 CM-CTA-DEB      PIC 9(08).
                03 CM-CTA-CRE      PIC 9(08).

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

       FD CADTXESC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTXESC.DAT".
       01 REGTXESC.
                03 TX-CHAVE        PIC X(01).
                03 TX-MULTA-PCT    PIC 9(02)V99.
                03 TX-JUROS-MES    PIC 9(02)V99.

      *    IMAGEM DO CADMENSAL GRAVADA NO JORNAL PELO PROGR45T
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
                03 JR-IMG-MEN REDEFINES JR-IMAGEM.
                    05 JM-RA       PIC 9(06).
                    05 JM-ANO      PIC 9(04).
                    05 JM-MES      PIC 9(02).
                    05 JM-CURSO    PIC 9(02).
                    05 JM-TURMA    PIC X(05).
                    05 JM-VALOR    PIC 9(06)V99.
                    05 JM-SITUACAO PIC X(01).
                    05 FILLER      PIC X(385).

       FD ARQCONT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "LANCESC.DAT".
       01 LINARQCONT.
                03 LC-TIPO         PIC X(01).
                03 LC-DATA         PIC 9(08).
                03 LC-CTA-DEB      PIC 9(08).
                03 LC-CTA-CRE      PIC 9(08).
                03 LC-VALOR        PIC 9(11)V99.
                03 LC-HISTORICO    PIC X(34).

       FD RELCONF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CONFESC.DAT".
       01 LINRELCONF          PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-MAP   PIC X(02) VALUE "00".
       77 ST-ERRO-MEN   PIC X(02) VALUE "00".
       77 ST-ERRO-TX    PIC X(02) VALUE "00".
       77 ST-ERRO-JRN   PIC X(02) VALUE "00".
       77 ST-ERRO-CNT   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MES-REF     PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-CUR-IX      PIC 9(02) VALUE ZEROS.
       77 W-NAT-IX      PIC 9(01) VALUE ZEROS.
       77 W-HOJE8       PIC 9(08) VALUE ZEROS.
       77 W-PGTO-INI    PIC 9(08) VALUE ZEROS.
       77 W-PGTO-FIM    PIC 9(08) VALUE ZEROS.
       77 W-VENCTO      PIC 9(08) VALUE ZEROS.
       77 W-ENCARGO     PIC 9(06)V99 VALUE ZEROS.
       77 W-MULTA       PIC 9(06)V99 VALUE ZEROS.
       77 W-MULTA-PCT   PIC 9(02)V99 VALUE ZEROS.
       77 W-TOT-DEB     PIC 9(12)V99 VALUE ZEROS.
       77 W-TOT-CRE     PIC 9(12)V99 VALUE ZEROS.
       77 W-TOT-LANC    PIC 9(05) VALUE ZEROS.
       77 W-CTL-LIQ     PIC 9(12)V99 VALUE ZEROS.
       77 W-CTL-PAGO    PIC 9(12)V99 VALUE ZEROS.
       77 W-SOMA        PIC 9(12)V99 VALUE ZEROS.

      *    NATUREZAS: COMPETENCIA 1 MENSALID 2 BOLSAESC 3 MULTABIB
      *                           4 RENEGBX
      *               CAIXA       5 RECMENS  6 RECMULTA 7 RECJUROS
       01 TABNATUR.
          03 FILLER  PIC X(08) VALUE "MENSALID".
          03 FILLER  PIC X(08) VALUE "BOLSAESC".
          03 FILLER  PIC X(08) VALUE "MULTABIB".
          03 FILLER  PIC X(08) VALUE "RENEGBX".
          03 FILLER  PIC X(08) VALUE "RECMENS".
          03 FILLER  PIC X(08) VALUE "RECMULTA".
          03 FILLER  PIC X(08) VALUE "RECJUROS".
       01 TABNATUR-R REDEFINES TABNATUR.
          03 T-NATUR PIC X(08) OCCURS 7 TIMES.
       01 TABTOTAIS.
          03 TT-CUR OCCURS 99 TIMES.
             05 TT-NAT OCCURS 7 TIMES PIC 9(11)V99.
       01 TABGERAL.
          03 TG-NAT OCCURS 7 TIMES PIC 9(12)V99.

       01 LINCONF-CAB.
           03 FILLER          PIC X(36)
              VALUE "CONFERENCIA CONTABIL ESCOLA - MES  ".
           03 LF-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LF-ANO          PIC 9(04).
       01 LINCONF-DET.
           03 FILLER          PIC X(06) VALUE "CURSO ".
           03 LF-CURSO        PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LF-NATUR        PIC X(08).
           03 LF-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINCONF-TOT.
           03 LF-ROTULO       PIC X(30).
           03 LF-TOTAL        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CNT-OP0.
           OPEN I-O CADCTAMAP
           IF ST-ERRO-MAP NOT = "00"
               IF ST-ERRO-MAP = "30"
                   OPEN OUTPUT CADCTAMAP
                   CLOSE CADCTAMAP
                   DISPLAY "* ARQUIVO CADCTAMAP SENDO CRIADO *"
                   GO TO CNT-OP0
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCTAMAP"
                   GO TO ROT-FIM.
      *
       CNT-MENU.
           DISPLAY " "
           DISPLAY "EXPORTACAO CONTABIL DA ESCOLA"
           DISPLAY "OPCAO (C=CONTAS E=EXPORTAR F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO CNT-FIM.
           IF W-OPCAO = "C" OR "c"
               GO TO CTA-001.
           IF W-OPCAO = "E" OR "e"
               GO TO EXP-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO CNT-MENU.
      *
      *****************************************
      * MAPA DE CONTAS POR NATUREZA            *
      *****************************************
      *
       CTA-001.
           DISPLAY "NATUREZA (MENSALID/BOLSAESC/MULTABIB/RENEGBX/"
           DISPLAY "RECMENS/RECMULTA/RECJUROS, BRANCO=VOLTAR): "
           MOVE SPACES TO CM-NATUREZA
           ACCEPT CM-NATUREZA
           IF CM-NATUREZA = SPACES
               GO TO CNT-MENU.
           READ CADCTAMAP
           IF ST-ERRO-MAP = "00"
               DISPLAY "DEBITO ATUAL : " CM-CTA-DEB
               DISPLAY "CREDITO ATUAL: " CM-CTA-CRE.
           DISPLAY "CONTA DEBITO : "
           ACCEPT CM-CTA-DEB
           DISPLAY "CONTA CREDITO: "
           ACCEPT CM-CTA-CRE
           WRITE REGCTAMAP
           IF ST-ERRO-MAP = "22"
               REWRITE REGCTAMAP.
           DISPLAY "*** CONTA GRAVADA ***"
           GO TO CTA-001.
      *
      *****************************************
      * EXPORTACAO DO MES                      *
      *****************************************
      *
       EXP-001.
           DISPLAY "MES DE REFERENCIA (MM): "
           ACCEPT W-MES-REF
           DISPLAY "ANO DE REFERENCIA (AAAA): "
           ACCEPT W-ANO-REF
           IF W-MES-REF < 1 OR W-MES-REF > 12 OR W-ANO-REF = ZEROS
               DISPLAY "MES DE REFERENCIA INVALIDO"
               GO TO EXP-001.
           OPEN INPUT CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENSAL"
               GO TO CNT-MENU.
           OPEN OUTPUT ARQCONT
           IF ST-ERRO-CNT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO LANCESC"
               CLOSE CADMENSAL
               GO TO CNT-MENU.
           OPEN OUTPUT RELCONF
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONFESC"
               CLOSE CADMENSAL ARQCONT
               GO TO CNT-MENU.
      *    MULTA DA ESCOLA PARA SEPARAR OS ENCARGOS RECEBIDOS
           MOVE ZEROS TO W-MULTA-PCT
           OPEN INPUT CADTXESC
           IF ST-ERRO-TX = "00"
               MOVE "1" TO TX-CHAVE
               READ CADTXESC
               IF ST-ERRO-TX = "00"
                   MOVE TX-MULTA-PCT TO W-MULTA-PCT
                   CLOSE CADTXESC
               ELSE
                   CLOSE CADTXESC.
           MOVE ZEROS TO TABTOTAIS TABGERAL W-TOT-DEB W-TOT-CRE
           MOVE ZEROS TO W-TOT-LANC W-CTL-LIQ W-CTL-PAGO
           COMPUTE W-PGTO-INI = (W-ANO-REF * 10000) +
                   (W-MES-REF * 100) + 01
           COMPUTE W-PGTO-FIM = (W-ANO-REF * 10000) +
                   (W-MES-REF * 100) + 31
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       EXP-LER.
           READ CADMENSAL NEXT RECORD
           AT END
               GO TO EXP-JRN.
           IF MN-CURSO = ZEROS
               MOVE 99 TO W-CUR-IX
           ELSE
               MOVE MN-CURSO TO W-CUR-IX.
           IF MN-ANO = W-ANO-REF AND MN-MES = W-MES-REF
               PERFORM EXP-COMPET THRU EXP-COMPET-FIM.
           IF MN-SITUACAO = "P" AND MN-DATA-PGTO NOT < W-PGTO-INI
              AND MN-DATA-PGTO NOT > W-PGTO-FIM
               PERFORM EXP-CAIXA THRU EXP-CAIXA-FIM.
           GO TO EXP-LER.
      *
      *    COMPETENCIA: O VALOR CHEIO E A RECEITA E A DIFERENCA PARA
      *    O LIQUIDO E A BOLSA; A COBRANCA AVULSA DA BIBLIOTECA NAO
      *    TEM VALOR CHEIO. AS PARCELAS DE RENEGOCIACAO (ORIGEM "G")
      *    NAO SAO RECEITA NOVA
       EXP-COMPET.
           IF MN-ORIGEM = "G"
               GO TO EXP-COMPET-FIM.
           ADD MN-VALOR TO W-CTL-LIQ
           ADD MN-VALOR-BRUTO TO TT-NAT(W-CUR-IX, 1)
           IF MN-VALOR-BRUTO < MN-VALOR
               COMPUTE TT-NAT(W-CUR-IX, 3) = TT-NAT(W-CUR-IX, 3) +
                       MN-VALOR - MN-VALOR-BRUTO
           ELSE
               COMPUTE TT-NAT(W-CUR-IX, 2) = TT-NAT(W-CUR-IX, 2) +
                       MN-VALOR-BRUTO - MN-VALOR.
       EXP-COMPET-FIM.
           EXIT.
      *
      *    CAIXA: BAIXAS DO PROGR27T E DO RETORNO DO PROGR44T PELA
      *    DATA DO PAGAMENTO. O QUE PASSA DO VALOR DA PARCELA, PAGO
      *    APOS O VENCIMENTO (DIA 10), E MULTA ATE O PERCENTUAL DA
      *    ESCOLA E O RESTO JUROS
       EXP-CAIXA.
           ADD MN-VALOR-PAGO TO W-CTL-PAGO
           COMPUTE W-VENCTO = (MN-ANO * 10000) + (MN-MES * 100) + 10
           IF MN-VALOR-PAGO NOT > MN-VALOR OR
              MN-DATA-PGTO NOT > W-VENCTO
               ADD MN-VALOR-PAGO TO TT-NAT(W-CUR-IX, 5)
               GO TO EXP-CAIXA-FIM.
           ADD MN-VALOR TO TT-NAT(W-CUR-IX, 5)
           COMPUTE W-ENCARGO = MN-VALOR-PAGO - MN-VALOR
           COMPUTE W-MULTA ROUNDED = (MN-VALOR * W-MULTA-PCT) / 100
           IF W-MULTA > W-ENCARGO
               MOVE W-ENCARGO TO W-MULTA.
           ADD W-MULTA TO TT-NAT(W-CUR-IX, 6)
           COMPUTE TT-NAT(W-CUR-IX, 7) = TT-NAT(W-CUR-IX, 7) +
                   W-ENCARGO - W-MULTA.
       EXP-CAIXA-FIM.
           EXIT.
      *
      *    BAIXAS POR RENEGOCIACAO: PARCELAS MARCADAS "R" PELO
      *    PROGR45T NO MES, PELA IMAGEM GRAVADA NO JORNAL
       EXP-JRN.
           OPEN INPUT JORNAL
           IF ST-ERRO-JRN NOT = "00"
               DISPLAY "JORNAL AUSENTE - SEM BAIXAS DE RENEGOCIACAO"
               GO TO EXP-GERA.
       EXP-JRN-LER.
           READ JORNAL
           AT END
               CLOSE JORNAL
               GO TO EXP-GERA.
           IF JR-PROGRAMA NOT = "PROGR45T" OR
              JR-ARQUIVO NOT = "CADMENSAL" OR JM-SITUACAO NOT = "R"
               GO TO EXP-JRN-LER.
           IF JR-DATA < W-PGTO-INI OR JR-DATA > W-PGTO-FIM
               GO TO EXP-JRN-LER.
           IF JM-CURSO = ZEROS
               MOVE 99 TO W-CUR-IX
           ELSE
               MOVE JM-CURSO TO W-CUR-IX.
           ADD JM-VALOR TO TT-NAT(W-CUR-IX, 4)
           GO TO EXP-JRN-LER.
      *
      *****************************************
      * GERACAO DOS LANCAMENTOS E CONFERENCIA  *
      *****************************************
      *
       EXP-GERA.
           MOVE W-MES-REF TO LF-MES
           MOVE W-ANO-REF TO LF-ANO
           MOVE LINCONF-CAB TO LINRELCONF
           WRITE LINRELCONF
           MOVE 1 TO W-CUR-IX.
       EXP-GERA-CUR.
           IF W-CUR-IX > 99
               GO TO EXP-GERA-TOT.
           MOVE 1 TO W-NAT-IX.
       EXP-GERA-NAT.
           IF W-NAT-IX > 7
               ADD 1 TO W-CUR-IX
               GO TO EXP-GERA-CUR.
           IF TT-NAT(W-CUR-IX, W-NAT-IX) = ZEROS
               ADD 1 TO W-NAT-IX
               GO TO EXP-GERA-NAT.
           MOVE T-NATUR(W-NAT-IX) TO CM-NATUREZA
           READ CADCTAMAP
           IF ST-ERRO-MAP NOT = "00"
               DISPLAY "NATUREZA SEM CONTA NO MAPA: "
                       T-NATUR(W-NAT-IX)
               MOVE ZEROS TO CM-CTA-DEB CM-CTA-CRE.
           MOVE "L" TO LC-TIPO
           MOVE W-HOJE8 TO LC-DATA
           MOVE CM-CTA-DEB TO LC-CTA-DEB
           MOVE CM-CTA-CRE TO LC-CTA-CRE
           MOVE TT-NAT(W-CUR-IX, W-NAT-IX) TO LC-VALOR
           MOVE SPACES TO LC-HISTORICO
           IF W-NAT-IX < 5
               STRING "ESCOLA CURSO " W-CUR-IX " " T-NATUR(W-NAT-IX)
                      " COMPET" DELIMITED BY SIZE INTO LC-HISTORICO
           ELSE
               STRING "ESCOLA CURSO " W-CUR-IX " " T-NATUR(W-NAT-IX)
                      " CAIXA" DELIMITED BY SIZE INTO LC-HISTORICO.
           WRITE LINARQCONT
           ADD 1 TO W-TOT-LANC
           ADD TT-NAT(W-CUR-IX, W-NAT-IX) TO W-TOT-DEB
           ADD TT-NAT(W-CUR-IX, W-NAT-IX) TO W-TOT-CRE
           ADD TT-NAT(W-CUR-IX, W-NAT-IX) TO TG-NAT(W-NAT-IX)
           MOVE W-CUR-IX TO LF-CURSO
           MOVE T-NATUR(W-NAT-IX) TO LF-NATUR
           MOVE TT-NAT(W-CUR-IX, W-NAT-IX) TO LF-VALOR
           MOVE LINCONF-DET TO LINRELCONF
           WRITE LINRELCONF
           ADD 1 TO W-NAT-IX
           GO TO EXP-GERA-NAT.
      *
       EXP-GERA-TOT.
           MOVE SPACES TO LINRELCONF
           WRITE LINRELCONF
           MOVE 1 TO W-NAT-IX.
       EXP-GERA-TNAT.
           IF W-NAT-IX > 7
               GO TO EXP-GERA-CTL.
           MOVE SPACES TO LF-ROTULO
           STRING "TOTAL " T-NATUR(W-NAT-IX) DELIMITED BY SIZE
                  INTO LF-ROTULO
           MOVE TG-NAT(W-NAT-IX) TO LF-TOTAL
           MOVE LINCONF-TOT TO LINRELCONF
           WRITE LINRELCONF
           ADD 1 TO W-NAT-IX
           GO TO EXP-GERA-TNAT.
      *
      *    CONFERENCIA COM O CADMENSAL: CHEIO - BOLSA + BIBLIOTECA
      *    = LIQUIDO GERADO; PRINCIPAL + MULTA + JUROS = RECEBIDO
       EXP-GERA-CTL.
           MOVE SPACES TO LINRELCONF
           WRITE LINRELCONF
           COMPUTE W-SOMA = TG-NAT(1) - TG-NAT(2) + TG-NAT(3)
           MOVE "LIQUIDO PELOS LANCAMENTOS   : " TO LF-ROTULO
           MOVE W-SOMA TO LF-TOTAL
           MOVE LINCONF-TOT TO LINRELCONF
           WRITE LINRELCONF
           MOVE "LIQUIDO GERADO NO CADMENSAL : " TO LF-ROTULO
           MOVE W-CTL-LIQ TO LF-TOTAL
           MOVE LINCONF-TOT TO LINRELCONF
           WRITE LINRELCONF
           IF W-SOMA NOT = W-CTL-LIQ
               MOVE "*** DIFERENCA NA COMPETENCIA ***" TO LINRELCONF
               WRITE LINRELCONF.
           COMPUTE W-SOMA = TG-NAT(5) + TG-NAT(6) + TG-NAT(7)
           MOVE "RECEBIDO PELOS LANCAMENTOS  : " TO LF-ROTULO
           MOVE W-SOMA TO LF-TOTAL
           MOVE LINCONF-TOT TO LINRELCONF
           WRITE LINRELCONF
           MOVE "RECEBIDO NO CADMENSAL       : " TO LF-ROTULO
           MOVE W-CTL-PAGO TO LF-TOTAL
           MOVE LINCONF-TOT TO LINRELCONF
           WRITE LINRELCONF
           IF W-SOMA NOT = W-CTL-PAGO
               MOVE "*** DIFERENCA NO CAIXA ***" TO LINRELCONF
               WRITE LINRELCONF.
           MOVE SPACES TO LINRELCONF
           WRITE LINRELCONF
           MOVE "TOTAL DOS DEBITOS           : " TO LF-ROTULO
           MOVE W-TOT-DEB TO LF-TOTAL
           MOVE LINCONF-TOT TO LINRELCONF
           WRITE LINRELCONF
           MOVE "TOTAL DOS CREDITOS          : " TO LF-ROTULO
           MOVE W-TOT-CRE TO LF-TOTAL
           MOVE LINCONF-TOT TO LINRELCONF
           WRITE LINRELCONF
           IF W-TOT-DEB = W-TOT-CRE
               MOVE "LANCAMENTOS BALANCEADOS" TO LINRELCONF
           ELSE
               MOVE "*** DIFERENCA ENTRE DEBITO E CREDITO ***"
                    TO LINRELCONF.
           WRITE LINRELCONF
           CLOSE CADMENSAL ARQCONT RELCONF
           DISPLAY "LANCAMENTOS GERADOS: " W-TOT-LANC
           DISPLAY "ARQUIVO LANCESC.DAT E CONFERE CONFESC.DAT"
           GO TO CNT-MENU.
      *
       CNT-FIM.
           CLOSE CADCTAMAP
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
