       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP073.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * RPA - RECIBO DE PAGAMENTO A        *
      * AUTONOMO DO REPASSE FECHADO NO     *
      * SMP049: RETENCAO DE INSS (TETO DO  *
      * CADTABFOL MENOS OUTRAS FONTES),    *
      * ISS (ALIQUOTA DO CADMEDFIS) E IRRF *
      * (TABELA DO CADTABFOL). OS VALORES  *
      * RETIDOS FICAM NO CADRPA            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREPFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-CHAVE
                    FILE STATUS  IS ST-ERRO-RF.
      *
      *-----------------------------------------------------------------
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MED.
      *
      *-----------------------------------------------------------------
           SELECT CADMEDFIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MF-CRM
                    FILE STATUS  IS ST-ERRO-MF.
      *
      *-----------------------------------------------------------------
           SELECT CADINSSOUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IO-CHAVE
                    FILE STATUS  IS ST-ERRO-IO.
      *
      *-----------------------------------------------------------------
           SELECT CADTABFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TB-VIGENCIA
                    FILE STATUS  IS ST-ERRO-TAB.
      *
      *-----------------------------------------------------------------
           SELECT CADRPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA-CHAVE
                    FILE STATUS  IS ST-ERRO-RA
                    ALTERNATE RECORD KEY IS RA-NUMERO.
      *
      *-----------------------------------------------------------------
           SELECT CADSERIES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SR-SERIE
                    FILE STATUS  IS ST-ERRO-SER.
      *
      *-----------------------------------------------------------------
           SELECT RELRPA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREPFEC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREPFEC.DAT".
       01 REGREPFEC.
                03 RF-CHAVE.
                    05 RF-ANO      PIC 9(04).
                    05 RF-MES      PIC 9(02).
                    05 RF-CRM      PIC 9(06).
                03 RF-BRUTO        PIC 9(09)V99.
                03 RF-GLOSA        PIC 9(09)V99.
                03 RF-RECEB        PIC 9(09)V99.
                03 RF-REPASSE      PIC 9(09)V99.
                03 RF-DATA-FEC     PIC 9(08).
                03 RF-SITUACAO     PIC X(01).

       FD CADMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
                03 CRM             PIC 9(06).
                03 CRM-UF          PIC X(02).
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(124).

       FD CADMEDFIS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMEDFIS.DAT".
       01 REGMEDFIS.
                03 MF-CRM          PIC 9(06).
                03 MF-CPF          PIC 9(11).
                03 MF-NIT          PIC 9(11).
                03 MF-DEPEND       PIC 9(02).
                03 MF-RET-ISS      PIC X(01).
                03 MF-ISS-ALIQ     PIC 9(02)V99.

       FD CADINSSOUT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADINSSOUT.DAT".
       01 REGINSSOUT.
                03 IO-CHAVE.
                    05 IO-CRM      PIC 9(06).
                    05 IO-ANO      PIC 9(04).
                    05 IO-MES      PIC 9(02).
                03 IO-FONTE        PIC X(30).
                03 IO-REMUN        PIC 9(07)V99.
                03 IO-INSS         PIC 9(06)V99.

       FD CADTABFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTABFOL.DAT".
       01 REGTABFOL.
                03 TB-VIGENCIA     PIC 9(08).
                03 TB-INSS-TETO    PIC 9(06)V99.
                03 TB-INSS-FX OCCURS 4 TIMES.
                    05 TB-INSS-LIM  PIC 9(06)V99.
                    05 TB-INSS-ALQ  PIC 9V9999.
                    05 TB-INSS-PARC PIC 9(06)V99.
                03 TB-IRRF-FX OCCURS 5 TIMES.
                    05 TB-IRRF-LIM  PIC 9(06)V99.
                    05 TB-IRRF-ALQ  PIC 9V9999.
                    05 TB-IRRF-DED  PIC 9(06)V99.
                03 TB-DED-DEPEND   PIC 9(04)V99.
                03 TB-SALFAM-LIM   PIC 9(06)V99.
                03 TB-SALFAM-VAL   PIC 9(04)V99.

       FD CADRPA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRPA.DAT".
       01 REGRPA.
                03 RA-CHAVE.
                    05 RA-CRM      PIC 9(06).
                    05 RA-ANO      PIC 9(04).
                    05 RA-MES      PIC 9(02).
                03 RA-NUMERO       PIC 9(06).
                03 RA-DATA-EMI     PIC 9(08).
                03 RA-BRUTO        PIC 9(09)V99.
                03 RA-OUTRAS       PIC 9(07)V99.
                03 RA-BASE-INSS    PIC 9(09)V99.
                03 RA-INSS         PIC 9(07)V99.
                03 RA-ISS-ALIQ     PIC 9(02)V99.
                03 RA-ISS          PIC 9(07)V99.
                03 RA-DEPEND       PIC 9(02).
                03 RA-BASE-IRRF    PIC 9(09)V99.
                03 RA-IRRF         PIC 9(07)V99.
                03 RA-LIQUIDO      PIC 9(09)V99.

       FD CADSERIES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIES.DAT".
       01 REGSERIES.
                03 SR-SERIE        PIC X(10).
                03 SR-PROXIMO      PIC 9(06).

       FD RELRPA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "RPA.DAT".
       01 LINRELRPA           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-RF    PIC X(02) VALUE "00".
       77 ST-ERRO-MED   PIC X(02) VALUE "00".
       77 ST-ERRO-MF    PIC X(02) VALUE "00".
       77 ST-ERRO-IO    PIC X(02) VALUE "00".
       77 ST-ERRO-TAB   PIC X(02) VALUE "00".
       77 ST-ERRO-RA    PIC X(02) VALUE "00".
       77 ST-ERRO-SER   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-MES-REF     PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       77 W-TEM-IO      PIC 9(01) VALUE ZEROS.
       77 W-ACHOU-TAB   PIC 9(01) VALUE ZEROS.
       77 W-DATA-REF    PIC 9(08) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-NUM-LIVRE   PIC 9(06) VALUE ZEROS.
       77 W-IX          PIC 9(01) COMP VALUE ZEROS.
      *    RETENCAO DO CONTRIBUINTE INDIVIDUAL PELA EMPRESA
       77 W-INSS-ALQ    PIC 9V9999 VALUE 0,1100.
       77 W-INSS-MAX    PIC 9(07)V99 VALUE ZEROS.
       77 W-TETO-REST   PIC S9(09)V99 VALUE ZEROS.
       77 W-BASE-IRRF   PIC S9(09)V99 VALUE ZEROS.
       77 W-IRRF        PIC S9(07)V99 VALUE ZEROS.
       77 W-EMITIDOS    PIC 9(04) VALUE ZEROS.
       77 W-JA-EMITIDOS PIC 9(04) VALUE ZEROS.
       77 W-PENDENTES   PIC 9(04) VALUE ZEROS.
       77 W-TOT-BRUTO   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-INSS    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-ISS     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-IRRF    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-LIQ     PIC 9(11)V99 VALUE ZEROS.
       01 W-TABFOL.
                03 TF-VIGENCIA     PIC 9(08).
                03 TF-INSS-TETO    PIC 9(06)V99.
                03 TF-INSS-FX OCCURS 4 TIMES.
                    05 TF-INSS-LIM  PIC 9(06)V99.
                    05 TF-INSS-ALQ  PIC 9V9999.
                    05 TF-INSS-PARC PIC 9(06)V99.
                03 TF-IRRF-FX OCCURS 5 TIMES.
                    05 TF-IRRF-LIM  PIC 9(06)V99.
                    05 TF-IRRF-ALQ  PIC 9V9999.
                    05 TF-IRRF-DED  PIC 9(06)V99.
                03 TF-DED-DEPEND   PIC 9(04)V99.
                03 TF-SALFAM-LIM   PIC 9(06)V99.
                03 TF-SALFAM-VAL   PIC 9(04)V99.

       01 LINRPA-SEP.
           03 FILLER          PIC X(78) VALUE ALL "-".
       01 LINRPA-TIT.
           03 FILLER          PIC X(38)
              VALUE "RECIBO DE PAGAMENTO A AUTONOMO - RPA  ".
           03 FILLER          PIC X(05) VALUE "Nr. ".
           03 LR-NUMERO       PIC 9(06).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LR-VIA          PIC X(15).
       01 LINRPA-CMP.
           03 FILLER          PIC X(13) VALUE "COMPETENCIA: ".
           03 LR-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LR-ANO          PIC 9(04).
           03 FILLER          PIC X(12) VALUE "  EMISSAO: ".
           03 LR-EMISSAO      PIC 9(08).
       01 LINRPA-MED.
           03 FILLER          PIC X(13) VALUE "PRESTADOR  : ".
           03 LR-NOME         PIC X(30).
           03 FILLER          PIC X(06) VALUE " CRM: ".
           03 LR-CRM          PIC 9(06).
           03 FILLER          PIC X(01) VALUE "-".
           03 LR-UF           PIC X(02).
       01 LINRPA-DOC.
           03 FILLER          PIC X(13) VALUE "CPF        : ".
           03 LR-CPF          PIC 9(11).
           03 FILLER          PIC X(08) VALUE "   NIT: ".
           03 LR-NIT          PIC 9(11).
           03 FILLER          PIC X(16) VALUE "   DEPENDENTES: ".
           03 LR-DEPEND       PIC Z9.
       01 LINRPA-VAL.
           03 LR-DESCR        PIC X(40).
           03 LR-BASE         PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LR-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINRPA-REC.
           03 FILLER          PIC X(40)
              VALUE "RECEBI A IMPORTANCIA LIQUIDA ACIMA PELOS".
           03 FILLER          PIC X(38)
              VALUE " SERVICOS MEDICOS PRESTADOS NO PERIODO".
       01 LINRPA-ASS.
           03 FILLER          PIC X(40)
              VALUE "ASSINATURA: ____________________________".
       01 LINRES-TIT.
           03 FILLER          PIC X(36)
              VALUE "RESUMO DAS RETENCOES DA COMPETENCIA ".
           03 LS-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LS-ANO          PIC 9(04).
       01 LINRES-VAL.
           03 LS-DESCR        PIC X(40).
           03 LS-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       RPA-001.
           DISPLAY "RPA - RECIBO DE PAGAMENTO A AUTONOMO"
           DISPLAY "MES DA COMPETENCIA (MM): "
           ACCEPT W-MES-REF
           DISPLAY "ANO DA COMPETENCIA (AAAA): "
           ACCEPT W-ANO-REF
           IF W-MES-REF < 1 OR W-MES-REF > 12 OR W-ANO-REF = ZEROS
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO RPA-001.
       RPA-002.
           DISPLAY "FUNCAO (1=EMITIR 2=SEGUNDA VIA): "
           ACCEPT W-FUNCAO
           IF W-FUNCAO NOT = 1 AND W-FUNCAO NOT = 2
               DISPLAY "FUNCAO INVALIDA"
               GO TO RPA-002.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       RPA-OP0.
           OPEN I-O CADREPFEC
           IF ST-ERRO-RF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREPFEC"
               DISPLAY "FECHE A COMPETENCIA NO REPASSE (SMP049)"
               GO TO ROT-FIM.
           MOVE W-ANO-REF TO RF-ANO
           MOVE W-MES-REF TO RF-MES
           MOVE ZEROS     TO RF-CRM
           READ CADREPFEC
           IF ST-ERRO-RF NOT = "00"
               DISPLAY "COMPETENCIA NAO FECHADA NO REPASSE"
               DISPLAY "FECHE A COMPETENCIA NO REPASSE (SMP049)"
               CLOSE CADREPFEC
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED"
               CLOSE CADREPFEC
               GO TO ROT-FIM.
           OPEN INPUT CADMEDFIS
           IF ST-ERRO-MF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMEDFIS"
               DISPLAY "CADASTRE OS DADOS FISCAIS NO SMP071"
               CLOSE CADREPFEC CADMED
               GO TO ROT-FIM.
           OPEN INPUT CADTABFOL
           IF ST-ERRO-TAB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTABFOL"
               DISPLAY "CADASTRE AS TABELAS DE CALCULO NO PROGR16T"
               CLOSE CADREPFEC CADMED CADMEDFIS
               GO TO ROT-FIM.
           PERFORM TAB-CARGA THRU TAB-CARGA-FIM
           CLOSE CADTABFOL
           IF W-ACHOU-TAB = ZEROS
               DISPLAY "SEM TABELA DE CALCULO PARA A COMPETENCIA"
               DISPLAY "CADASTRE AS TABELAS DE CALCULO NO PROGR16T"
               CLOSE CADREPFEC CADMED CADMEDFIS
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-IO
           OPEN INPUT CADINSSOUT
           IF ST-ERRO-IO NOT = "00"
               MOVE ZEROS TO W-TEM-IO.
       RPA-OP1.
           OPEN I-O CADRPA
           IF ST-ERRO-RA NOT = "00"
               IF ST-ERRO-RA = "30"
                   OPEN OUTPUT CADRPA
                   CLOSE CADRPA
                   GO TO RPA-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRPA"
                   CLOSE CADREPFEC CADMED CADMEDFIS
                   GO TO ROT-FIM.
           OPEN EXTEND RELRPA
           IF ST-ERRO-REL NOT = "00"
               OPEN OUTPUT RELRPA.
      *
      *****************************************
      * REPASSE FECHADO DE CADA MEDICO NA      *
      * COMPETENCIA (CRM ZERO E O TOTAL)       *
      *****************************************
      *
           MOVE W-ANO-REF TO RF-ANO
           MOVE W-MES-REF TO RF-MES
           MOVE 1         TO RF-CRM
           START CADREPFEC KEY IS NOT LESS THAN RF-CHAVE
           IF ST-ERRO-RF NOT = "00"
               GO TO RPA-RESUMO.
       RPA-LER.
           READ CADREPFEC NEXT RECORD
           IF ST-ERRO-RF NOT = "00"
               GO TO RPA-RESUMO.
           IF RF-ANO NOT = W-ANO-REF OR RF-MES NOT = W-MES-REF
               GO TO RPA-RESUMO.
           IF RF-REPASSE = ZEROS
               GO TO RPA-LER.
           MOVE RF-CRM    TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
               MOVE SPACES TO NOME-M CRM-UF.
           IF RF-SITUACAO = "R"
               GO TO RPA-EMITIDO.
           IF W-FUNCAO = 2
               GO TO RPA-LER.
           MOVE RF-CRM TO MF-CRM
           READ CADMEDFIS
           IF ST-ERRO-MF NOT = "00"
               DISPLAY "CRM " RF-CRM " SEM DADOS FISCAIS (SMP071)"
               ADD 1 TO W-PENDENTES
               GO TO RPA-LER.
           PERFORM RPA-CALC THRU RPA-CALC-FIM
           PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
           IF W-NUM-LIVRE = ZEROS
               ADD 1 TO W-PENDENTES
               GO TO RPA-LER.
           MOVE W-NUM-LIVRE TO RA-NUMERO
           MOVE W-HOJE      TO RA-DATA-EMI
           WRITE REGRPA
           IF ST-ERRO-RA NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO CADRPA - CRM " RF-CRM
               ADD 1 TO W-PENDENTES
               GO TO RPA-LER.
           MOVE "R" TO RF-SITUACAO
           REWRITE REGREPFEC
           MOVE SPACES TO LR-VIA
           PERFORM RPA-IMP THRU RPA-IMP-FIM
           PERFORM RPA-SOMA THRU RPA-SOMA-FIM
           ADD 1 TO W-EMITIDOS
           GO TO RPA-LER.
      *
      *    RPA JA EMITIDO: ENTRA NO RESUMO E, NA SEGUNDA VIA,
      *    E REIMPRESSO COM OS VALORES GRAVADOS
       RPA-EMITIDO.
           MOVE RF-CRM    TO RA-CRM
           MOVE W-ANO-REF TO RA-ANO
           MOVE W-MES-REF TO RA-MES
           READ CADRPA
           IF ST-ERRO-RA NOT = "00"
               DISPLAY "RPA DO CRM " RF-CRM " NAO ENCONTRADO"
               GO TO RPA-LER.
           PERFORM RPA-SOMA THRU RPA-SOMA-FIM
           ADD 1 TO W-JA-EMITIDOS
           IF W-FUNCAO = 1
               GO TO RPA-LER.
           MOVE RF-CRM TO MF-CRM
           READ CADMEDFIS
           IF ST-ERRO-MF NOT = "00"
               MOVE ZEROS TO MF-CPF MF-NIT.
           MOVE "*SEGUNDA VIA*" TO LR-VIA
           PERFORM RPA-IMP THRU RPA-IMP-FIM
           GO TO RPA-LER.
      *
      *****************************************
      * CALCULO DAS RETENCOES                  *
      * INSS: 11% SOBRE O REPASSE, BASE ATE O  *
      * TETO MENOS O DECLARADO EM OUTRAS       *
      * FONTES; ISS: ALIQUOTA DO MEDICO;       *
      * IRRF: TABELA PROGRESSIVA SOBRE O       *
      * REPASSE MENOS INSS E DEPENDENTES       *
      *****************************************
      *
       RPA-CALC.
           MOVE RF-CRM    TO RA-CRM
           MOVE W-ANO-REF TO RA-ANO
           MOVE W-MES-REF TO RA-MES
           MOVE RF-REPASSE TO RA-BRUTO
           MOVE ZEROS TO RA-OUTRAS RA-BASE-INSS RA-INSS RA-ISS
                         RA-ISS-ALIQ RA-BASE-IRRF RA-IRRF
                         RA-LIQUIDO W-IRRF
           MOVE MF-DEPEND TO RA-DEPEND
           MOVE ZEROS TO IO-INSS
           IF W-TEM-IO = 1
               MOVE RF-CRM    TO IO-CRM
               MOVE W-ANO-REF TO IO-ANO
               MOVE W-MES-REF TO IO-MES
               READ CADINSSOUT
               IF ST-ERRO-IO = "00"
                   MOVE IO-REMUN TO RA-OUTRAS
               ELSE
                   MOVE ZEROS TO IO-INSS.
           COMPUTE W-TETO-REST = TF-INSS-TETO - RA-OUTRAS
           IF W-TETO-REST > ZEROS
               IF RA-BRUTO > W-TETO-REST
                   MOVE W-TETO-REST TO RA-BASE-INSS
               ELSE
                   MOVE RA-BRUTO TO RA-BASE-INSS.
           COMPUTE RA-INSS ROUNDED = RA-BASE-INSS * W-INSS-ALQ
      *    A SOMA COM O RETIDO NAS OUTRAS FONTES NAO PASSA DA
      *    CONTRIBUICAO MAXIMA DO TETO
           COMPUTE W-INSS-MAX ROUNDED = TF-INSS-TETO * W-INSS-ALQ
           IF IO-INSS NOT < W-INSS-MAX
               MOVE ZEROS TO RA-INSS
           ELSE
               IF RA-INSS + IO-INSS > W-INSS-MAX
                   COMPUTE RA-INSS = W-INSS-MAX - IO-INSS.
      *
           IF MF-RET-ISS = "S"
               MOVE MF-ISS-ALIQ TO RA-ISS-ALIQ
               COMPUTE RA-ISS ROUNDED =
                       RA-BRUTO * MF-ISS-ALIQ / 100.
      *
           COMPUTE W-BASE-IRRF = RA-BRUTO - RA-INSS -
                   (RA-DEPEND * TF-DED-DEPEND)
           IF W-BASE-IRRF > ZEROS
               MOVE W-BASE-IRRF TO RA-BASE-IRRF.
           MOVE 1 TO W-IX.
       RPA-CALC-IRRF.
           IF W-IX < 5 AND W-BASE-IRRF > TF-IRRF-LIM(W-IX)
               ADD 1 TO W-IX
               GO TO RPA-CALC-IRRF.
           IF W-IX = 1
               MOVE ZEROS TO W-IRRF
           ELSE
               COMPUTE W-IRRF ROUNDED = (W-BASE-IRRF *
                       TF-IRRF-ALQ(W-IX)) - TF-IRRF-DED(W-IX).
           IF W-IRRF < ZEROS
               MOVE ZEROS TO W-IRRF.
           MOVE W-IRRF TO RA-IRRF
           COMPUTE RA-LIQUIDO = RA-BRUTO - RA-INSS - RA-ISS - RA-IRRF.
       RPA-CALC-FIM.
           EXIT.
      *
      *****************************************
      * LOCALIZA A TABELA DE CALCULO VIGENTE   *
      * NA COMPETENCIA INFORMADA               *
      *****************************************
      *
       TAB-CARGA.
           COMPUTE W-DATA-REF = W-ANO-REF * 10000 +
                   W-MES-REF * 100 + 1
           MOVE ZEROS TO W-ACHOU-TAB
           MOVE ZEROS TO TB-VIGENCIA
           START CADTABFOL KEY IS NOT LESS THAN TB-VIGENCIA
           IF ST-ERRO-TAB NOT = "00"
               GO TO TAB-CARGA-FIM.
       TAB-CARGA-LER.
           READ CADTABFOL NEXT RECORD
           IF ST-ERRO-TAB NOT = "00"
               GO TO TAB-CARGA-FIM.
           IF TB-VIGENCIA > W-DATA-REF
               GO TO TAB-CARGA-FIM.
           MOVE REGTABFOL TO W-TABFOL
           MOVE 1 TO W-ACHOU-TAB
           GO TO TAB-CARGA-LER.
       TAB-CARGA-FIM.
           EXIT.
      *
      *****************************************
      * IMPRESSAO DO RPA                       *
      *****************************************
      *
       RPA-IMP.
           MOVE LINRPA-SEP TO LINRELRPA
           WRITE LINRELRPA
           MOVE RA-NUMERO TO LR-NUMERO
           MOVE LINRPA-TIT TO LINRELRPA
           WRITE LINRELRPA
           MOVE RA-MES      TO LR-MES
           MOVE RA-ANO      TO LR-ANO
           MOVE RA-DATA-EMI TO LR-EMISSAO
           MOVE LINRPA-CMP TO LINRELRPA
           WRITE LINRELRPA
           MOVE NOME-M TO LR-NOME
           MOVE RA-CRM TO LR-CRM
           MOVE CRM-UF TO LR-UF
           MOVE LINRPA-MED TO LINRELRPA
           WRITE LINRELRPA
           MOVE MF-CPF    TO LR-CPF
           MOVE MF-NIT    TO LR-NIT
           MOVE RA-DEPEND TO LR-DEPEND
           MOVE LINRPA-DOC TO LINRELRPA
           WRITE LINRELRPA
           MOVE LINRPA-SEP TO LINRELRPA
           WRITE LINRELRPA
           MOVE "VALOR DOS SERVICOS PRESTADOS" TO LR-DESCR
           MOVE ZEROS    TO LR-BASE
           MOVE RA-BRUTO TO LR-VALOR
           MOVE LINRPA-VAL TO LINRELRPA
           WRITE LINRELRPA
           IF RA-OUTRAS NOT = ZEROS
               MOVE "REMUNERACAO EM OUTRAS FONTES" TO LR-DESCR
               MOVE RA-OUTRAS TO LR-BASE
               MOVE ZEROS     TO LR-VALOR
               MOVE LINRPA-VAL TO LINRELRPA
               WRITE LINRELRPA.
           MOVE "(-) INSS 11% - BASE" TO LR-DESCR
           MOVE RA-BASE-INSS TO LR-BASE
           MOVE RA-INSS      TO LR-VALOR
           MOVE LINRPA-VAL TO LINRELRPA
           WRITE LINRELRPA
           MOVE "(-) ISS - ALIQUOTA %" TO LR-DESCR
           MOVE RA-ISS-ALIQ TO LR-BASE
           MOVE RA-ISS      TO LR-VALOR
           MOVE LINRPA-VAL TO LINRELRPA
           WRITE LINRELRPA
           MOVE "(-) IRRF - BASE" TO LR-DESCR
           MOVE RA-BASE-IRRF TO LR-BASE
           MOVE RA-IRRF      TO LR-VALOR
           MOVE LINRPA-VAL TO LINRELRPA
           WRITE LINRELRPA
           MOVE "VALOR LIQUIDO A RECEBER" TO LR-DESCR
           MOVE ZEROS      TO LR-BASE
           MOVE RA-LIQUIDO TO LR-VALOR
           MOVE LINRPA-VAL TO LINRELRPA
           WRITE LINRELRPA
           MOVE SPACES TO LINRELRPA
           WRITE LINRELRPA
           MOVE LINRPA-REC TO LINRELRPA
           WRITE LINRELRPA
           MOVE SPACES TO LINRELRPA
           WRITE LINRELRPA
           MOVE LINRPA-ASS TO LINRELRPA
           WRITE LINRELRPA.
       RPA-IMP-FIM.
           EXIT.
      *
       RPA-SOMA.
           ADD RA-BRUTO   TO W-TOT-BRUTO
           ADD RA-INSS    TO W-TOT-INSS
           ADD RA-ISS     TO W-TOT-ISS
           ADD RA-IRRF    TO W-TOT-IRRF
           ADD RA-LIQUIDO TO W-TOT-LIQ.
       RPA-SOMA-FIM.
           EXIT.
      *
      *****************************************
      * RESUMO DA COMPETENCIA PARA AS GUIAS DE *
      * RECOLHIMENTO (GPS, ISS E DARF)         *
      *****************************************
      *
       RPA-RESUMO.
           MOVE LINRPA-SEP TO LINRELRPA
           WRITE LINRELRPA
           MOVE W-MES-REF TO LS-MES
           MOVE W-ANO-REF TO LS-ANO
           MOVE LINRES-TIT TO LINRELRPA
           WRITE LINRELRPA
           MOVE "TOTAL BRUTO DOS RPA" TO LS-DESCR
           MOVE W-TOT-BRUTO TO LS-VALOR
           MOVE LINRES-VAL TO LINRELRPA
           WRITE LINRELRPA
           MOVE "INSS RETIDO (GPS)" TO LS-DESCR
           MOVE W-TOT-INSS TO LS-VALOR
           MOVE LINRES-VAL TO LINRELRPA
           WRITE LINRELRPA
           MOVE "ISS RETIDO (GUIA MUNICIPAL)" TO LS-DESCR
           MOVE W-TOT-ISS TO LS-VALOR
           MOVE LINRES-VAL TO LINRELRPA
           WRITE LINRELRPA
           MOVE "IRRF RETIDO (DARF 0588)" TO LS-DESCR
           MOVE W-TOT-IRRF TO LS-VALOR
           MOVE LINRES-VAL TO LINRELRPA
           WRITE LINRELRPA
           MOVE "TOTAL LIQUIDO PAGO" TO LS-DESCR
           MOVE W-TOT-LIQ TO LS-VALOR
           MOVE LINRES-VAL TO LINRELRPA
           WRITE LINRELRPA
           CLOSE CADREPFEC CADMED CADMEDFIS CADRPA RELRPA
           IF W-TEM-IO = 1
               CLOSE CADINSSOUT.
           DISPLAY "RPA GRAVADOS EM RPA.DAT"
           DISPLAY "EMITIDOS AGORA.....: " W-EMITIDOS
           DISPLAY "JA EMITIDOS........: " W-JA-EMITIDOS
           DISPLAY "PENDENTES..........: " W-PENDENTES
           GO TO ROT-FIMP.
      *
      **************************************
      * NUMERO SEQUENCIAL DA SERIE "RPA"   *
      * DO CADSERIES                       *
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
           MOVE "RPA" TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE "RPA" TO SR-SERIE
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
