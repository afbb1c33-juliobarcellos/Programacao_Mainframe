       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR75T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * CARNE DE PAGAMENTO DAS MENSALIDADES*
      * DO SEMESTRE POR RA: UMA LAMINA POR *
      * PARCELA EM ABERTO COM NOSSO-NUMERO,*
      * VENCIMENTO, VALOR, INSTRUCOES DE   *
      * MULTA E JUROS (CADTXESC), LINHA    *
      * DIGITAVEL E CODIGO DE BARRAS COM   *
      * DIGITOS VERIFICADORES; SEGUNDA VIA *
      * DE UMA LAMINA COM VALOR ATUALIZADO *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERRO-ALU.
      *
      *-----------------------------------------------------------------
           SELECT CADTXESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TX-CHAVE
                    FILE STATUS  IS ST-ERRO-TX.
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
           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *
      *-----------------------------------------------------------------
           SELECT RELCARNE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
           SELECT REMCARNE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REM.
      *
      *-----------------------------------------------------------------
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADTXESC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTXESC.DAT".
       01 REGTXESC.
                03 TX-CHAVE        PIC X(01).
                03 TX-MULTA-PCT    PIC 9(02)V99.
                03 TX-JUROS-MES    PIC 9(02)V99.

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

       FD RELCARNE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CARNE.DAT".
       01 LINRELCAR           PIC X(80).

      *    MESMO LEIAUTE DA REMESSA DO PROGR43T, PARA REGISTRO NO
      *    BANCO DOS NOSSO-NUMEROS ATRIBUIDOS PELO CARNE
       FD REMCARNE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "REMCARNE.DAT".
       01 LINREMBAN.
                03 RB-TIPO         PIC X(01).
                03 RB-CONVENIO     PIC 9(10).
                03 RB-NOSSONUM     PIC 9(10).
                03 RB-RA           PIC 9(06).
                03 RB-NOME         PIC X(30).
                03 RB-VENCIMENTO   PIC 9(08).
                03 RB-VALOR        PIC 9(09)V99.

      *    CALENDARIO DE FERIADOS (PROGR86T); ANO 0000 = TODO ANO
       FD CADFERIADO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
                03 FE-CHAVE.
                    05 FE-DATA.
                        07 FE-ANO  PIC 9(04).
                        07 FE-MES  PIC 9(02).
                        07 FE-DIA  PIC 9(02).
                    05 FE-ABRANG   PIC X(01).
                    05 FE-FILIAL   PIC 9(02).
                03 FE-DESCR        PIC X(30).
                03 FE-DATA-INC     PIC 9(08).
                03 FE-OPERADOR     PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-TX   PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-JRN  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 ST-ERRO-REM  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-TEM-TAXA   PIC 9(01) VALUE ZEROS.
       77 W-RA         PIC 9(06) VALUE ZEROS.
       77 W-ANO-REF    PIC 9(04) VALUE ZEROS.
       77 W-SEM-REF    PIC 9(01) VALUE ZEROS.
       77 W-MES-INI    PIC 9(02) VALUE ZEROS.
       77 W-MES-FIM    PIC 9(02) VALUE ZEROS.
       77 W-MES-2V     PIC 9(02) VALUE ZEROS.
       77 W-BANCO      PIC 9(03) VALUE ZEROS.
       77 W-CONVBAN    PIC 9(10) VALUE ZEROS.
       77 W-CARTEIRA   PIC 9(02) VALUE ZEROS.
       77 W-NUM-LIVRE  PIC 9(06) VALUE ZEROS.
       77 W-TOTLAM     PIC 9(04) VALUE ZEROS.
       77 W-TOTREM     PIC 9(06) VALUE ZEROS.
       77 W-TOTVAL     PIC 9(11)V99 VALUE ZEROS.
       77 W-REM-ABERTA PIC 9(01) VALUE ZEROS.
       77 W-SEGUNDA    PIC 9(01) VALUE ZEROS.
       77 W-VENCTO     PIC 9(08) VALUE ZEROS.
       77 W-VAL-LAM    PIC 9(08)V99 VALUE ZEROS.
       77 W-DESCONTO   PIC 9(06)V99 VALUE ZEROS.
       77 W-MULTA      PIC 9(06)V99 VALUE ZEROS.
       77 W-JUROS      PIC 9(06)V99 VALUE ZEROS.
       77 W-DIAS-ATRA  PIC S9(07) VALUE ZEROS.
       77 W-DIAS-PGTO  PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VENC  PIC 9(07) VALUE ZEROS.
       77 W-MASC-VAL   PIC ZZ.ZZZ.ZZ9,99.
       01 W-HOJE8.
           03 W-HJ-ANO     PIC 9(04).
           03 W-HJ-MES     PIC 9(02).
           03 W-HJ-DIA     PIC 9(02).
       01 W-DATA-PGTO.
           03 W-PG-ANO     PIC 9(04).
           03 W-PG-MES     PIC 9(02).
           03 W-PG-DIA     PIC 9(02).
       01 W-DATA-PGTO-N REDEFINES W-DATA-PGTO PIC 9(08).

      *    NUMERO DO DIA CORRIDO DE UMA DATA (FATOR DE VENCIMENTO)
       01 W-DT-CALC.
           03 W-DT-ANO     PIC 9(04).
           03 W-DT-MES     PIC 9(02).
           03 W-DT-DIA     PIC 9(02).
       01 W-DT-CALC-N REDEFINES W-DT-CALC PIC 9(08).
       77 W-DT-ABS     PIC 9(07) VALUE ZEROS.
       77 W-DT-BASE    PIC 9(07) VALUE ZEROS.
       77 W-DT-ANT     PIC 9(04) VALUE ZEROS.
       77 W-DT-Q4      PIC 9(04) VALUE ZEROS.
       77 W-DT-Q100    PIC 9(04) VALUE ZEROS.
       77 W-DT-Q400    PIC 9(04) VALUE ZEROS.
       77 W-DT-RESTO   PIC 9(04) VALUE ZEROS.
       77 W-FATOR      PIC 9(05) VALUE ZEROS.
       01 T-ACUM-MES.
           03 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 T-ACUM-MES-R REDEFINES T-ACUM-MES.
           03 T-ACUM PIC 9(03) OCCURS 12 TIMES.

      *    CODIGO DE BARRAS (44 POSICOES) E CAMPO LIVRE DA ESCOLA:
      *    CONVENIO, NOSSO-NUMERO, CARTEIRA E COMPLEMENTO ZERADO
       01 W-BARRA.
           03 WB-BANCO        PIC 9(03).
           03 WB-MOEDA        PIC 9(01).
           03 WB-DV           PIC 9(01).
           03 WB-FATOR        PIC 9(04).
           03 WB-VALOR        PIC 9(08)V99.
           03 WB-LIVRE.
              05 WB-CONVENIO  PIC 9(10).
              05 WB-NOSSONUM  PIC 9(10).
              05 WB-CARTEIRA  PIC 9(02).
              05 WB-COMPL     PIC 9(03).
       01 W-BARRA-R REDEFINES W-BARRA.
           03 WB-DIG          PIC 9(01) OCCURS 44 TIMES.
       01 W-BARRA-L REDEFINES W-BARRA.
           03 FILLER          PIC X(19).
           03 WB-LIVRE-1      PIC X(05).
           03 WB-LIVRE-2      PIC X(10).
           03 WB-LIVRE-3      PIC X(10).
       01 W-BARRA-C REDEFINES W-BARRA.
           03 WB-CAMPO1-INI   PIC X(04).
           03 FILLER          PIC X(01).
           03 WB-CAMPO5       PIC X(14).
           03 FILLER          PIC X(25).
       77 W-M11-SOMA   PIC 9(05) VALUE ZEROS.
       77 W-M11-PESO   PIC 9(02) VALUE ZEROS.
       77 W-M11-IX     PIC 9(02) VALUE ZEROS.
       77 W-M11-QUO    PIC 9(05) VALUE ZEROS.
       77 W-M11-RESTO  PIC 9(02) VALUE ZEROS.
       77 W-M11-DV     PIC 9(02) VALUE ZEROS.

      *    CAMPO DA LINHA DIGITAVEL E DIGITO MODULO 10
       01 W-M10-CAMPO.
           03 W-M10-DIG       PIC 9(01) OCCURS 10 TIMES.
       01 W-M10-CAMPO-X REDEFINES W-M10-CAMPO PIC X(10).
       77 W-M10-LEN    PIC 9(02) VALUE ZEROS.
       77 W-M10-IX     PIC 9(02) VALUE ZEROS.
       77 W-M10-PESO   PIC 9(01) VALUE ZEROS.
       77 W-M10-PROD   PIC 9(02) VALUE ZEROS.
       77 W-M10-SOMA   PIC 9(04) VALUE ZEROS.
       77 W-M10-QUO    PIC 9(04) VALUE ZEROS.
       77 W-M10-RESTO  PIC 9(02) VALUE ZEROS.
       77 W-M10-DV     PIC 9(01) VALUE ZEROS.
       01 W-CAMPO1.
           03 WC1-INI         PIC X(04).
           03 WC1-LIVRE       PIC X(05).
       01 W-CAMPO1-R REDEFINES W-CAMPO1.
           03 WC1-A           PIC X(05).
           03 WC1-B           PIC X(04).
       01 W-CAMPO2.
           03 WC2-A           PIC X(05).
           03 WC2-B           PIC X(05).
       01 W-CAMPO3.
           03 WC3-A           PIC X(05).
           03 WC3-B           PIC X(05).

       01 LINCAR-SEP.
           03 FILLER          PIC X(72) VALUE ALL "-".
       01 LINCAR-CAB.
           03 FILLER          PIC X(18) VALUE "CARNE ESCOLAR  RA ".
           03 LC-RA           PIC 9(06).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC-ALUNO        PIC X(30).
           03 LC-VIA          PIC X(16).
       01 LINCAR-PAG.
           03 FILLER          PIC X(08) VALUE "PAGADOR ".
           03 LC-PAGADOR      PIC X(30).
           03 FILLER          PIC X(06) VALUE " CPF ".
           03 LC-CPF          PIC 9(11).
       01 LINCAR-PARC.
           03 FILLER          PIC X(12) VALUE "PARCELA   : ".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(17) VALUE "   NOSSO-NUMERO: ".
           03 LC-NOSSONUM     PIC 9(10).
       01 LINCAR-VENC.
           03 FILLER          PIC X(12) VALUE "VENCIMENTO: ".
           03 LC-VENC-DIA     PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-VENC-MES     PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-VENC-ANO     PIC 9(04).
       01 LINCAR-VAL.
           03 FILLER          PIC X(12) VALUE "MENSALIDADE".
           03 LC-BRUTO        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(12) VALUE "  DESCONTO ".
           03 LC-DESCONTO     PIC ZZ.ZZZ.ZZ9,99.
       01 LINCAR-VALDOC.
           03 FILLER          PIC X(24)
              VALUE "VALOR DO DOCUMENTO    : ".
           03 LC-VALOR        PIC ZZ.ZZZ.ZZ9,99.
       01 LINCAR-ENC.
           03 FILLER          PIC X(24)
              VALUE "MULTA + JUROS ATE HOJE: ".
           03 LC-ENCARGOS     PIC ZZ.ZZZ.ZZ9,99.
       01 LINCAR-INSTR.
           03 FILLER          PIC X(28)
              VALUE "APOS O VENCIMENTO: MULTA DE ".
           03 LC-MULTA-PCT    PIC Z9,99.
           03 FILLER          PIC X(15) VALUE "% E JUROS DE ".
           03 LC-JUROS-MES    PIC Z9,99.
           03 FILLER          PIC X(12) VALUE "% AO MES".
       01 LINCAR-LINHA.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-C1A          PIC X(05).
           03 FILLER          PIC X(01) VALUE ".".
           03 WL-C1B          PIC X(04).
           03 WL-DV1          PIC 9(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WL-C2A          PIC X(05).
           03 FILLER          PIC X(01) VALUE ".".
           03 WL-C2B          PIC X(05).
           03 WL-DV2          PIC 9(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WL-C3A          PIC X(05).
           03 FILLER          PIC X(01) VALUE ".".
           03 WL-C3B          PIC X(05).
           03 WL-DV3          PIC 9(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WL-DVG          PIC 9(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 WL-C5           PIC X(14).
       01 LINCAR-BARRA.
           03 FILLER          PIC X(16) VALUE "CODIGO DE BARRAS".
           03 FILLER          PIC X(02) VALUE ": ".
           03 LC-BARRA        PIC X(44).
       77 ST-ERRO-FER  PIC X(02) VALUE "00".
       77 W-TEM-FER    PIC 9(01) VALUE ZEROS.
       77 W-FERIADO    PIC 9(01) VALUE ZEROS.
       77 W-FER-PASSO  PIC 9(01) VALUE ZEROS.
       77 W-FER-FILIAL PIC 9(02) VALUE ZEROS.
       77 W-FER-BUSCA  PIC 9(08) VALUE ZEROS.
       77 W-DIASEM     PIC 9(01) VALUE ZEROS.
       77 W-DIA-IX     PIC 9(01) VALUE ZEROS.
       77 W-FIM-MES    PIC 9(02) VALUE ZEROS.
       77 W-RESTO      PIC 9(04) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-ZM         PIC 9(02) VALUE ZEROS.
       77 W-ZA         PIC 9(04) VALUE ZEROS.
       77 W-ZJ         PIC 9(02) VALUE ZEROS.
       77 W-ZK         PIC 9(02) VALUE ZEROS.
       77 W-ZT1        PIC S9(04) VALUE ZEROS.
       77 W-ZT2        PIC S9(04) VALUE ZEROS.
       77 W-ZT3        PIC S9(04) VALUE ZEROS.
       77 W-ZH         PIC S9(04) VALUE ZEROS.
       01 W-FER-DATA.
           03 W-FER-ANO     PIC 9(04).
           03 W-FER-MES     PIC 9(02).
           03 W-FER-DIA     PIC 9(02).
       01 W-FER-DATA-N REDEFINES W-FER-DATA PIC 9(08).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CAR-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: APROVEITA O OPERADOR
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER.
           IF ST-ERRO-SES = "00"
               MOVE SES-OPER TO W-OPERADOR
               CLOSE OPERSES.
           OPEN I-O CADMENSAL
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENSAL"
               DISPLAY "GERE AS MENSALIDADES NO PROGR26T ANTES"
               GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
               CLOSE CADMENSAL
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-TAXA
           OPEN INPUT CADTXESC
           IF ST-ERRO-TX NOT = "00"
               MOVE ZEROS TO W-TEM-TAXA
               DISPLAY "CADTXESC AUSENTE - CARNE SEM MULTA E JUROS".
           MOVE ZEROS TO TX-MULTA-PCT TX-JUROS-MES
           IF W-TEM-TAXA = 1
               MOVE "1" TO TX-CHAVE
               READ CADTXESC
               IF ST-ERRO-TX NOT = "00"
                   MOVE ZEROS TO TX-MULTA-PCT TX-JUROS-MES.
           OPEN EXTEND RELCARNE
           IF ST-ERRO-REL NOT = "00"
               OPEN OUTPUT RELCARNE.
           MOVE 1 TO W-TEM-FER
           OPEN INPUT CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               MOVE ZEROS TO W-TEM-FER.
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
               OPEN OUTPUT JORNAL.
      *    FATOR DE VENCIMENTO CONTADO A PARTIR DE 07/10/1997
           MOVE 19971007 TO W-DT-CALC-N
           PERFORM DIA-ABS THRU DIA-ABS-FIM
           MOVE W-DT-ABS TO W-DT-BASE.
       CAR-BANCO.
           DISPLAY "CODIGO DO BANCO (3 DIGITOS): "
           ACCEPT W-BANCO
           DISPLAY "CONVENIO BANCARIO (NUMERO DO ACORDO): "
           ACCEPT W-CONVBAN
           DISPLAY "CARTEIRA DE COBRANCA: "
           ACCEPT W-CARTEIRA
           IF W-BANCO = ZEROS OR W-CONVBAN = ZEROS
               DISPLAY "BANCO E CONVENIO NAO PODEM SER ZERO"
               GO TO CAR-BANCO.
      *
       CAR-MENU.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
           DISPLAY " "
           DISPLAY "CARNE DE MENSALIDADES"
           DISPLAY "OPCAO (C=CARNE DO SEMESTRE  S=SEGUNDA VIA "
                   "ATUALIZADA  F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO CAR-FIM.
           IF W-OPCAO = "C" OR "c"
               GO TO CRN-001.
           IF W-OPCAO = "S" OR "s"
               GO TO VIA-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO CAR-MENU.
      *
      *****************************************
      * CARNE DO SEMESTRE: UMA LAMINA POR      *
      * PARCELA EM ABERTO DO RA NO PERIODO     *
      *****************************************
      *
       CRN-001.
           DISPLAY "RA DO ALUNO (0=VOLTAR): "
           ACCEPT W-RA
           IF W-RA = ZEROS
               GO TO CAR-MENU.
           MOVE W-RA TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "*** RA NAO CADASTRADO ***"
               GO TO CRN-001.
           DISPLAY "ALUNO: " NOME-A.
       CRN-002.
           DISPLAY "ANO (AAAA): "
           ACCEPT W-ANO-REF
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT W-SEM-REF
           IF W-ANO-REF = ZEROS OR (W-SEM-REF NOT = 1 AND
              W-SEM-REF NOT = 2)
               DISPLAY "ANO OU SEMESTRE INVALIDO"
               GO TO CRN-002.
           IF W-SEM-REF = 1
               MOVE 01 TO W-MES-INI
               MOVE 06 TO W-MES-FIM
           ELSE
               MOVE 07 TO W-MES-INI
               MOVE 12 TO W-MES-FIM.
           MOVE ZEROS TO W-TOTLAM W-SEGUNDA
           MOVE W-RA      TO MN-RA
           MOVE W-ANO-REF TO MN-ANO
           MOVE W-MES-INI TO MN-MES
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO CRN-FIM.
       CRN-LER.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CRN-FIM.
           IF MN-RA NOT = W-RA OR MN-ANO NOT = W-ANO-REF OR
              MN-MES > W-MES-FIM
               GO TO CRN-FIM.
           IF MN-SITUACAO NOT = "A" OR MN-VALOR = ZEROS
               GO TO CRN-LER.
           IF MN-NOSSONUM = ZEROS
               PERFORM NOS-ATRIBUI THRU NOS-ATRIBUI-FIM
               IF MN-NOSSONUM = ZEROS
                   GO TO CRN-LER.
      *    VENCIMENTO NO DIA 10 DA COMPETENCIA, COMO NA BAIXA
           PERFORM VEN-CALCULA THRU VEN-CALCULA-FIM
           MOVE MN-VALOR TO W-VAL-LAM
           MOVE ZEROS TO W-MULTA W-JUROS
           PERFORM LAM-IMPRIME THRU LAM-IMPRIME-FIM
           ADD 1 TO W-TOTLAM
           GO TO CRN-LER.
       CRN-FIM.
           MOVE "00" TO ST-ERRO
           DISPLAY "LAMINAS IMPRESSAS: " W-TOTLAM
           IF W-TOTLAM = ZEROS
               DISPLAY "*** NENHUMA PARCELA EM ABERTO NO PERIODO ***".
           GO TO CRN-001.
      *
      *****************************************
      * NOSSO-NUMERO DA SERIE "NOSSONUM" PARA  *
      * A PARCELA AINDA SEM BOLETO, COM O      *
      * DETALHE NA REMESSA DO CARNE            *
      *****************************************
      *
       NOS-ATRIBUI.
           PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
           IF W-NUM-LIVRE = ZEROS
               GO TO NOS-ATRIBUI-FIM.
           IF W-REM-ABERTA = ZEROS
               PERFORM REM-ABRE THRU REM-ABRE-FIM.
           COMPUTE MN-NOSSONUM = W-NUM-LIVRE
           REWRITE REGMENSAL
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO AO GRAVAR NOSSO-NUMERO: " MN-CHAVE
               MOVE ZEROS TO MN-NOSSONUM
               GO TO NOS-ATRIBUI-FIM.
           PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
           MOVE "1" TO RB-TIPO
           MOVE W-CONVBAN   TO RB-CONVENIO
           MOVE MN-NOSSONUM TO RB-NOSSONUM
           MOVE MN-RA       TO RB-RA
           MOVE NOME-A      TO RB-NOME
           PERFORM VEN-CALCULA THRU VEN-CALCULA-FIM
           MOVE W-VENCTO    TO RB-VENCIMENTO
           MOVE MN-VALOR TO RB-VALOR
           WRITE LINREMBAN
           ADD 1 TO W-TOTREM
           ADD MN-VALOR TO W-TOTVAL.
       NOS-ATRIBUI-FIM.
           EXIT.
      *
       REM-ABRE.
           OPEN OUTPUT REMCARNE
           MOVE SPACES TO LINREMBAN
           MOVE "0" TO RB-TIPO
           MOVE W-CONVBAN TO RB-CONVENIO
           MOVE ZEROS TO RB-NOSSONUM RB-RA RB-VALOR RB-VENCIMENTO
           MOVE "REMESSA DO CARNE ESCOLAR" TO RB-NOME
           WRITE LINREMBAN
           MOVE 1 TO W-REM-ABERTA.
       REM-ABRE-FIM.
           EXIT.
      *
      *****************************************
      * VENCIMENTO DA PARCELA EM W-VENCTO: DIA *
      * 10 DA COMPETENCIA, OU O DIA UTIL       *
      * SEGUINTE (SABADO, DOMINGO, FERIADO)    *
      *****************************************
      *
       VEN-CALCULA.
           MOVE MN-ANO TO W-FER-ANO
           MOVE MN-MES TO W-FER-MES
           MOVE 10     TO W-FER-DIA
           PERFORM DIA-UTIL THRU DIA-UTIL-FIM
           MOVE W-FER-DATA-N TO W-VENCTO.
       VEN-CALCULA-FIM.
           EXIT.
      *
      *****************************************
      * FERIADO NA DATA W-FER-DATA PARA A      *
      * FILIAL W-FER-FILIAL: PRIMEIRO A DATA   *
      * DO ANO, DEPOIS A DE DATA FIXA (0000)   *
      *****************************************
      *
       FER-VERIFICA.
           MOVE ZEROS TO W-FERIADO W-FER-PASSO
           IF W-TEM-FER NOT = 1
               GO TO FER-VERIFICA-FIM.
           MOVE W-FER-DATA-N TO W-FER-BUSCA.
       FER-VERIFICA-POS.
           MOVE W-FER-BUSCA TO FE-DATA
           MOVE LOW-VALUES  TO FE-ABRANG
           MOVE ZEROS       TO FE-FILIAL
           START CADFERIADO KEY IS NOT LESS THAN FE-CHAVE
           IF ST-ERRO-FER NOT = "00"
               GO TO FER-VERIFICA-FIXO.
       FER-VERIFICA-LER.
           READ CADFERIADO NEXT RECORD
           IF ST-ERRO-FER NOT = "00"
               GO TO FER-VERIFICA-FIXO.
           IF FE-DATA NOT = W-FER-BUSCA
               GO TO FER-VERIFICA-FIXO.
           IF FE-ABRANG = "F" AND FE-FILIAL NOT = W-FER-FILIAL
               GO TO FER-VERIFICA-LER.
           MOVE 1 TO W-FERIADO
           GO TO FER-VERIFICA-FIM.
       FER-VERIFICA-FIXO.
           IF W-FER-PASSO = 1
               GO TO FER-VERIFICA-FIM.
           MOVE 1 TO W-FER-PASSO
           COMPUTE W-FER-BUSCA = (W-FER-MES * 100) + W-FER-DIA
           GO TO FER-VERIFICA-POS.
       FER-VERIFICA-FIM.
           MOVE "00" TO ST-ERRO-FER.
      *
      *****************************************
      * PRIMEIRO DIA UTIL A PARTIR DE          *
      * W-FER-DATA (SEM SABADO, DOMINGO OU     *
      * FERIADO)                               *
      *****************************************
      *
       DIA-UTIL.
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           IF W-DIA-IX = 1 OR W-DIA-IX = 7
               GO TO DIA-UTIL-SOMA.
           PERFORM FER-VERIFICA THRU FER-VERIFICA-FIM
           IF W-FERIADO = ZEROS
               GO TO DIA-UTIL-FIM.
       DIA-UTIL-SOMA.
           ADD 1 TO W-FER-DIA
           PERFORM MES-FIM THRU MES-FIM-FIM
           IF W-FER-DIA > W-FIM-MES
               MOVE 1 TO W-FER-DIA
               ADD 1 TO W-FER-MES
               IF W-FER-MES > 12
                   MOVE 1 TO W-FER-MES
                   ADD 1 TO W-FER-ANO.
           GO TO DIA-UTIL.
       DIA-UTIL-FIM.
           EXIT.
      *
      *    ULTIMO DIA DO MES DE W-FER-DATA
       MES-FIM.
           MOVE 31 TO W-FIM-MES
           IF W-FER-MES = 4 OR 6 OR 9 OR 11
               MOVE 30 TO W-FIM-MES.
           IF W-FER-MES NOT = 2
               GO TO MES-FIM-FIM.
           MOVE 28 TO W-FIM-MES
           DIVIDE W-FER-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               GO TO MES-FIM-FIM.
           MOVE 29 TO W-FIM-MES
           DIVIDE W-FER-ANO BY 100 GIVING W-QUOC
                  REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               GO TO MES-FIM-FIM.
           DIVIDE W-FER-ANO BY 400 GIVING W-QUOC
                  REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               MOVE 28 TO W-FIM-MES.
       MES-FIM-FIM.
           EXIT.
      *
      *****************************************
      * DIA DA SEMANA DE W-FER-DATA (ZELLER)   *
      * 1=DOMINGO 2=SEGUNDA ... 7=SABADO       *
      *****************************************
      *
       DIA-SEMANA.
           IF W-FER-MES < 3
               COMPUTE W-ZM = W-FER-MES + 12
               COMPUTE W-ZA = W-FER-ANO - 1
           ELSE
               MOVE W-FER-MES TO W-ZM
               MOVE W-FER-ANO TO W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = (13 * (W-ZM + 1)) / 5
           COMPUTE W-ZT2 = W-ZK / 4
           COMPUTE W-ZT3 = W-ZJ / 4
           COMPUTE W-ZH = W-FER-DIA + W-ZT1 + W-ZK + W-ZT2 +
                          W-ZT3 - (2 * W-ZJ) + 700
           DIVIDE W-ZH BY 7 GIVING W-ZT1 REMAINDER W-DIASEM
           IF W-DIASEM = 0
               MOVE 7 TO W-DIA-IX
           ELSE
               MOVE W-DIASEM TO W-DIA-IX.
       DIA-SEMANA-FIM.
           EXIT.
      *
      *****************************************
      * SEGUNDA VIA DE UMA LAMINA: VENCIMENTO  *
      * NA DATA DO PAGAMENTO E VALOR COM MULTA *
      * E JUROS COMO NA BAIXA (PROGR27T)       *
      *****************************************
      *
       VIA-001.
           DISPLAY "RA DO ALUNO (0=VOLTAR): "
           ACCEPT W-RA
           IF W-RA = ZEROS
               GO TO CAR-MENU.
           MOVE W-RA TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "*** RA NAO CADASTRADO ***"
               GO TO VIA-001.
           DISPLAY "ALUNO: " NOME-A
           DISPLAY "ANO DA PARCELA (AAAA): "
           ACCEPT W-ANO-REF
           DISPLAY "MES DA PARCELA (MM): "
           ACCEPT W-MES-2V
           MOVE W-RA      TO MN-RA
           MOVE W-ANO-REF TO MN-ANO
           MOVE W-MES-2V  TO MN-MES
           READ CADMENSAL
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PARCELA NAO ENCONTRADA ***"
               GO TO VIA-001.
           IF MN-SITUACAO NOT = "A"
               DISPLAY "*** PARCELA NAO ESTA EM ABERTO ***"
               GO TO VIA-001.
           IF MN-NOSSONUM = ZEROS
               DISPLAY "*** PARCELA SEM BOLETO - EMITA O CARNE ***"
               GO TO VIA-001.
       VIA-002.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0=HOJE): "
           ACCEPT W-DATA-PGTO-N
           IF W-DATA-PGTO-N = ZEROS
               MOVE W-HOJE8 TO W-DATA-PGTO.
           IF W-PG-MES < 1 OR W-PG-MES > 12 OR W-PG-DIA < 1 OR
              W-PG-DIA > 31 OR W-DATA-PGTO-N < W-HOJE8
               DISPLAY "DATA INVALIDA (NAO PODE SER ANTERIOR A HOJE)"
               GO TO VIA-002.
           MOVE ZEROS TO W-MULTA W-JUROS W-DIAS-ATRA
           COMPUTE W-DIAS-PGTO = W-PG-ANO * 365 +
                   W-PG-MES * 30 + W-PG-DIA
           PERFORM VEN-CALCULA THRU VEN-CALCULA-FIM
           COMPUTE W-DIAS-VENC = W-FER-ANO * 365 +
                   W-FER-MES * 30 + W-FER-DIA
           COMPUTE W-DIAS-ATRA = W-DIAS-PGTO - W-DIAS-VENC
           IF W-DIAS-ATRA > ZEROS
               COMPUTE W-MULTA ROUNDED =
                       (MN-VALOR * TX-MULTA-PCT) / 100
               COMPUTE W-JUROS ROUNDED =
                       (MN-VALOR * TX-JUROS-MES * W-DIAS-ATRA) /
                       (100 * 30)
               MOVE W-DATA-PGTO-N TO W-VENCTO.
           COMPUTE W-VAL-LAM = MN-VALOR + W-MULTA + W-JUROS
           MOVE 1 TO W-SEGUNDA
           PERFORM LAM-IMPRIME THRU LAM-IMPRIME-FIM
           MOVE W-VAL-LAM TO W-MASC-VAL
           DISPLAY "VALOR ATUALIZADO: " W-MASC-VAL
           DISPLAY "*** SEGUNDA VIA GRAVADA EM CARNE.DAT ***"
           GO TO VIA-001.
      *
      *****************************************
      * IMPRESSAO DE UMA LAMINA (REGMENSAL E   *
      * REGALUNO LIDOS; W-VENCTO E W-VAL-LAM)  *
      *****************************************
      *
       LAM-IMPRIME.
           PERFORM BAR-MONTA THRU BAR-MONTA-FIM
           MOVE LINCAR-SEP TO LINRELCAR
           WRITE LINRELCAR
           MOVE MN-RA  TO LC-RA
           MOVE NOME-A TO LC-ALUNO
           IF W-SEGUNDA = 1
               MOVE "  (SEGUNDA VIA)" TO LC-VIA
           ELSE
               MOVE SPACES TO LC-VIA.
           MOVE LINCAR-CAB TO LINRELCAR
           WRITE LINRELCAR
      *    O PAGADOR E O RESPONSAVEL; ALUNO MAIOR PAGA EM SEU NOME
           IF NOME-RESP = SPACES
               MOVE NOME-A TO LC-PAGADOR
               MOVE CPF    TO LC-CPF
           ELSE
               MOVE NOME-RESP TO LC-PAGADOR
               MOVE CPF-RESP  TO LC-CPF.
           MOVE LINCAR-PAG TO LINRELCAR
           WRITE LINRELCAR
           MOVE MN-MES      TO LC-MES
           MOVE MN-ANO      TO LC-ANO
           MOVE MN-NOSSONUM TO LC-NOSSONUM
           MOVE LINCAR-PARC TO LINRELCAR
           WRITE LINRELCAR
           MOVE W-VENCTO TO W-DT-CALC-N
           MOVE W-DT-DIA TO LC-VENC-DIA
           MOVE W-DT-MES TO LC-VENC-MES
           MOVE W-DT-ANO TO LC-VENC-ANO
           MOVE LINCAR-VENC TO LINRELCAR
           WRITE LINRELCAR
      *    VALOR LIQUIDO DA BOLSA: O BRUTO FICA EM MN-VALOR-BRUTO
           MOVE ZEROS TO W-DESCONTO
           IF MN-VALOR-BRUTO > MN-VALOR
               COMPUTE W-DESCONTO = MN-VALOR-BRUTO - MN-VALOR
               MOVE MN-VALOR-BRUTO TO LC-BRUTO
           ELSE
               MOVE MN-VALOR TO LC-BRUTO.
           MOVE W-DESCONTO TO LC-DESCONTO
           MOVE LINCAR-VAL TO LINRELCAR
           WRITE LINRELCAR
           IF W-SEGUNDA = 1
               COMPUTE LC-ENCARGOS = W-MULTA + W-JUROS
               MOVE LINCAR-ENC TO LINRELCAR
               WRITE LINRELCAR.
           MOVE W-VAL-LAM TO LC-VALOR
           MOVE LINCAR-VALDOC TO LINRELCAR
           WRITE LINRELCAR
           MOVE TX-MULTA-PCT TO LC-MULTA-PCT
           MOVE TX-JUROS-MES TO LC-JUROS-MES
           MOVE LINCAR-INSTR TO LINRELCAR
           WRITE LINRELCAR
           MOVE SPACES TO LINRELCAR
           WRITE LINRELCAR
           MOVE LINCAR-LINHA TO LINRELCAR
           WRITE LINRELCAR
           MOVE W-BARRA TO LC-BARRA
           MOVE LINCAR-BARRA TO LINRELCAR
           WRITE LINRELCAR.
       LAM-IMPRIME-FIM.
           EXIT.
      *
      *****************************************
      * CODIGO DE BARRAS E LINHA DIGITAVEL:    *
      * DV GERAL MODULO 11 E DV DOS CAMPOS 1 A *
      * 3 MODULO 10                            *
      *****************************************
      *
       BAR-MONTA.
           MOVE W-VENCTO TO W-DT-CALC-N
           PERFORM DIA-ABS THRU DIA-ABS-FIM
           COMPUTE W-FATOR = W-DT-ABS - W-DT-BASE
      *    O FATOR RECOMECA EM 1000 AO PASSAR DE 9999
           IF W-FATOR > 9999
               SUBTRACT 9000 FROM W-FATOR.
           MOVE W-BANCO     TO WB-BANCO
           MOVE 9           TO WB-MOEDA
           MOVE ZEROS       TO WB-DV
           MOVE W-FATOR     TO WB-FATOR
           MOVE W-VAL-LAM   TO WB-VALOR
           MOVE W-CONVBAN   TO WB-CONVENIO
           MOVE MN-NOSSONUM TO WB-NOSSONUM
           MOVE W-CARTEIRA  TO WB-CARTEIRA
           MOVE ZEROS       TO WB-COMPL
           MOVE ZEROS TO W-M11-SOMA
           MOVE 2 TO W-M11-PESO
           MOVE 44 TO W-M11-IX.
       BAR-M11.
           IF W-M11-IX = ZEROS
               GO TO BAR-M11-DV.
           IF W-M11-IX NOT = 5
               COMPUTE W-M11-SOMA = W-M11-SOMA +
                       (WB-DIG(W-M11-IX) * W-M11-PESO)
               ADD 1 TO W-M11-PESO
               IF W-M11-PESO > 9
                   MOVE 2 TO W-M11-PESO.
           SUBTRACT 1 FROM W-M11-IX
           GO TO BAR-M11.
       BAR-M11-DV.
           DIVIDE W-M11-SOMA BY 11 GIVING W-M11-QUO
                  REMAINDER W-M11-RESTO
           COMPUTE W-M11-DV = 11 - W-M11-RESTO
           IF W-M11-DV = ZEROS OR W-M11-DV > 9
               MOVE 1 TO W-M11-DV.
           MOVE W-M11-DV TO WB-DV
      *    CAMPO 1: BANCO, MOEDA E POSICOES 1 A 5 DO CAMPO LIVRE
           MOVE WB-CAMPO1-INI TO WC1-INI
           MOVE WB-LIVRE-1    TO WC1-LIVRE
           MOVE SPACES TO W-M10-CAMPO-X
           MOVE W-CAMPO1 TO W-M10-CAMPO-X
           MOVE 9 TO W-M10-LEN
           PERFORM BAR-M10 THRU BAR-M10-FIM
           MOVE WC1-A    TO WL-C1A
           MOVE WC1-B    TO WL-C1B
           MOVE W-M10-DV TO WL-DV1
      *    CAMPOS 2 E 3: POSICOES 6 A 25 DO CAMPO LIVRE
           MOVE WB-LIVRE-2 TO W-CAMPO2 W-M10-CAMPO-X
           MOVE 10 TO W-M10-LEN
           PERFORM BAR-M10 THRU BAR-M10-FIM
           MOVE WC2-A    TO WL-C2A
           MOVE WC2-B    TO WL-C2B
           MOVE W-M10-DV TO WL-DV2
           MOVE WB-LIVRE-3 TO W-CAMPO3 W-M10-CAMPO-X
           MOVE 10 TO W-M10-LEN
           PERFORM BAR-M10 THRU BAR-M10-FIM
           MOVE WC3-A    TO WL-C3A
           MOVE WC3-B    TO WL-C3B
           MOVE W-M10-DV TO WL-DV3
      *    CAMPO 4: DV GERAL; CAMPO 5: FATOR E VALOR
           MOVE WB-DV    TO WL-DVG
           MOVE WB-CAMPO5 TO WL-C5.
       BAR-MONTA-FIM.
           EXIT.
      *
       BAR-M10.
           MOVE ZEROS TO W-M10-SOMA
           MOVE 2 TO W-M10-PESO
           MOVE W-M10-LEN TO W-M10-IX.
       BAR-M10-PASSO.
           IF W-M10-IX = ZEROS
               GO TO BAR-M10-DV.
           COMPUTE W-M10-PROD = W-M10-DIG(W-M10-IX) * W-M10-PESO
           IF W-M10-PROD > 9
               SUBTRACT 9 FROM W-M10-PROD.
           ADD W-M10-PROD TO W-M10-SOMA
           IF W-M10-PESO = 2
               MOVE 1 TO W-M10-PESO
           ELSE
               MOVE 2 TO W-M10-PESO.
           SUBTRACT 1 FROM W-M10-IX
           GO TO BAR-M10-PASSO.
       BAR-M10-DV.
           DIVIDE W-M10-SOMA BY 10 GIVING W-M10-QUO
                  REMAINDER W-M10-RESTO
           IF W-M10-RESTO = ZEROS
               MOVE ZEROS TO W-M10-DV
           ELSE
               COMPUTE W-M10-DV = 10 - W-M10-RESTO.
       BAR-M10-FIM.
           EXIT.
      *
      *****************************************
      * DIA CORRIDO DE W-DT-CALC (CALENDARIO   *
      * GREGORIANO) EM W-DT-ABS                *
      *****************************************
      *
       DIA-ABS.
           COMPUTE W-DT-ANT = W-DT-ANO - 1
           DIVIDE W-DT-ANT BY 4   GIVING W-DT-Q4
           DIVIDE W-DT-ANT BY 100 GIVING W-DT-Q100
           DIVIDE W-DT-ANT BY 400 GIVING W-DT-Q400
           COMPUTE W-DT-ABS = (W-DT-ANT * 365) + W-DT-Q4 - W-DT-Q100
                   + W-DT-Q400 + T-ACUM(W-DT-MES) + W-DT-DIA
           IF W-DT-MES < 3
               GO TO DIA-ABS-FIM.
           DIVIDE W-DT-ANO BY 4 GIVING W-DT-Q4 REMAINDER W-DT-RESTO
           IF W-DT-RESTO NOT = ZEROS
               GO TO DIA-ABS-FIM.
           DIVIDE W-DT-ANO BY 100 GIVING W-DT-Q100
                  REMAINDER W-DT-RESTO
           IF W-DT-RESTO NOT = ZEROS
               ADD 1 TO W-DT-ABS
               GO TO DIA-ABS-FIM.
           DIVIDE W-DT-ANO BY 400 GIVING W-DT-Q400
                  REMAINDER W-DT-RESTO
           IF W-DT-RESTO = ZEROS
               ADD 1 TO W-DT-ABS.
       DIA-ABS-FIM.
           EXIT.
      *
      **************************************
      * NOSSO-NUMERO SEQUENCIAL DA SERIE   *
      * "NOSSONUM" DO CADSERIES            *
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
           MOVE "NOSSONUM" TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE "NOSSONUM" TO SR-SERIE
               MOVE 1 TO SR-PROXIMO
               WRITE REGSERIES.
           MOVE SR-PROXIMO TO W-NUM-LIVRE
           ADD 1 TO SR-PROXIMO
           REWRITE REGSERIES
           CLOSE CADSERIES.
       SER-PROXNUM-FIM.
           EXIT.
      *
      **************************************
      * JORNAL DE ATUALIZACOES DO CADMENSAL*
      **************************************
      *
       JRN-GRAVA.
           ACCEPT JR-DATA FROM DATE YYYYMMDD
           ACCEPT JR-HORA FROM TIME
           MOVE "PROGR75T" TO JR-PROGRAMA
           MOVE W-OPERADOR TO JR-OPERADOR
           MOVE "CADMENSAL" TO JR-ARQUIVO
           MOVE "R" TO JR-OPERACAO
           MOVE SPACES TO JR-IMAGEM
           MOVE REGMENSAL TO JR-IMAGEM
           WRITE LINJORNAL.
       JRN-GRAVA-FIM.
           EXIT.
      *
       CAR-FIM.
           IF W-REM-ABERTA = 1
               MOVE SPACES TO LINREMBAN
               MOVE "9" TO RB-TIPO
               MOVE W-CONVBAN TO RB-CONVENIO
               MOVE W-TOTREM TO RB-RA
               MOVE W-TOTVAL TO RB-VALOR
               WRITE LINREMBAN
               CLOSE REMCARNE
               DISPLAY "NOVOS BOLETOS EM REMCARNE.DAT: " W-TOTREM.
           CLOSE CADMENSAL CADALUNO RELCARNE JORNAL
           IF W-TEM-TAXA = 1
               CLOSE CADTXESC.
           IF W-TEM-FER = 1
               CLOSE CADFERIADO.
           DISPLAY "LAMINAS GRAVADAS EM CARNE.DAT"
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
