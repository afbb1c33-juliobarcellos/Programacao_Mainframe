       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR91T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * SIMULACAO DA FOLHA DE PAGAMENTO:   *
      * CENARIOS COM REAJUSTE POR          *
      * DEPARTAMENTO/CARGO, VAGAS NOVAS DO *
      * QUADRO, FUNCIONARIOS REMOVIDOS E   *
      * OUTRA TABELA DE CALCULO. O CALCULO *
      * DA FOLHA VAI PARA O CADSIMFOL E O  *
      * COMPARATIVO COM A COMPETENCIA REAL *
      * E O ORCAMENTO PARA O SIMFOL.DAT    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCENFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CE-CHAVE
                    FILE STATUS  IS ST-ERRO-CE.
      *
      *-----------------------------------------------------------------
           SELECT CADSIMFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SF-CHAVE
                    FILE STATUS  IS ST-ERRO-SF.
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
           SELECT CADHISTFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HF-CHAVE
                    FILE STATUS  IS ST-ERRO-HIS.
      *
      *-----------------------------------------------------------------
           SELECT CADTABFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TB-VIGENCIA
                    FILE STATUS  IS ST-ERRO-TAB.
      *
      *-----------------------------------------------------------------
           SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PT-CHAVE
                    FILE STATUS  IS ST-ERRO-PTO.
      *
      *-----------------------------------------------------------------
           SELECT CADDEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DP-CHAVE
                    FILE STATUS  IS ST-ERRO-DPD.
      *
      *-----------------------------------------------------------------
           SELECT CADVERBA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VB-CODIGO
                    FILE STATUS  IS ST-ERRO-VB.
      *
      *-----------------------------------------------------------------
           SELECT CADLANCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LA-CHAVE
                    FILE STATUS  IS ST-ERRO-LAN.
      *
      *-----------------------------------------------------------------
           SELECT CADBENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BN-NUMREG
                    FILE STATUS  IS ST-ERRO-BEN.
      *
      *-----------------------------------------------------------------
           SELECT CADCOMPFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CF-CHAVE
                    FILE STATUS  IS ST-ERRO-CMP.
      *
      *-----------------------------------------------------------------
           SELECT CADORCDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OR-CHAVE
                    FILE STATUS  IS ST-ERRO-ORC.
      *
      *-----------------------------------------------------------------
           SELECT CADQUADRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QD-CHAVE
                    FILE STATUS  IS ST-ERRO-QDR.
      *
      *-----------------------------------------------------------------
           SELECT CADFAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FX-CARGO
                    FILE STATUS  IS ST-ERRO-FX.
      *
      *-----------------------------------------------------------------
           SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODDEP
                    FILE STATUS  IS ST-ERRO-DEP.
      *
      *-----------------------------------------------------------------
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
      *
      *-----------------------------------------------------------------
           SELECT RELSIM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
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
       DATA DIVISION.
       FILE SECTION.
      *    CENARIO DE SIMULACAO: H = CABECALHO (COMPETENCIA BASE,
      *    VIGENCIA DA TABELA DE CALCULO, 0 = A DA COMPETENCIA, E
      *    ENCARGOS PATRONAIS); D/C = REAJUSTE DO DEPARTAMENTO OU
      *    CARGO (O DO CARGO PREVALECE); N = VAGAS NOVAS, CODIGO
      *    DEPARTAMENTO * 10 + CARGO; R = NUMREG REMOVIDO
       FD CADCENFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCENFOL.DAT".
       01 REGCENFOL.
                03 CE-CHAVE.
                    05 CE-CENARIO  PIC 9(03).
                    05 CE-TIPO     PIC X(01).
                    05 CE-CODIGO   PIC 9(06).
                03 CE-DESCR        PIC X(30).
                03 CE-ANO          PIC 9(04).
                03 CE-MES          PIC 9(02).
                03 CE-VIGENCIA     PIC 9(08).
                03 CE-ALIQ-PAT     PIC 9(02)V99.
                03 CE-PERC         PIC 9(03)V99.
                03 CE-QTD          PIC 9(03).
                03 CE-SALARIO      PIC 9(06)V99.
                03 CE-DATA-INC     PIC 9(08).
                03 CE-OPERADOR     PIC X(08).

      *    FOLHA SIMULADA DO CENARIO, REFEITA A CADA SIMULACAO;
      *    VAGAS NOVAS NUMERADAS A PARTIR DE 900001 (SF-TIPO N)
       FD CADSIMFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSIMFOL.DAT".
       01 REGSIMFOL.
                03 SF-CHAVE.
                    05 SF-CENARIO  PIC 9(03).
                    05 SF-NUMREG   PIC 9(06).
                03 SF-TIPO         PIC X(01).
                03 SF-NOME         PIC X(30).
                03 SF-DEP          PIC 9(01).
                03 SF-CARGO        PIC 9(01).
                03 SF-SALARIO      PIC 9(06)V99.
                03 SF-BRUTO        PIC 9(06)V99.
                03 SF-INSS         PIC 9(06)V99.
                03 SF-IRRF         PIC 9(06)V99.
                03 SF-SALFAM       PIC 9(06)V99.
                03 SF-LIQUIDO      PIC 9(06)V99.
                03 SF-BENEF        PIC 9(06)V99.
                03 SF-INSS-PAT     PIC 9(07)V99.
                03 SF-FGTS         PIC 9(07)V99.
                03 SF-PROV-13      PIC 9(07)V99.
                03 SF-PROV-FER     PIC 9(07)V99.
                03 SF-CUSTO        PIC 9(07)V99.
                03 SF-DATA-CALC    PIC 9(08).

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

       FD CADHISTFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADHISTFOL.DAT".
       01 REGHISTFOL.
                03 HF-CHAVE.
                    05 HF-NUMREG   PIC 9(06).
                    05 HF-COMPET.
                        07 HF-ANO  PIC 9(04).
                        07 HF-MES  PIC 9(02).
                    05 HF-VERSAO   PIC 9(02).
                03 HF-NOME         PIC X(30).
                03 HF-SALARIO      PIC 9(06)V99.
                03 HF-INSS         PIC 9(06)V99.
                03 HF-IRRF         PIC 9(06)V99.
                03 HF-SALFAM       PIC 9(06)V99.
                03 HF-LIQUIDO      PIC 9(06)V99.
                03 HF-DATA-CALC    PIC 9(08).
                03 HF-TOT-VERBP    PIC 9(06)V99.
                03 HF-TOT-VERBD    PIC 9(06)V99.

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

       FD CADPONTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
                03 PT-CHAVE.
                    05 PT-NUMREG   PIC 9(06).
                    05 PT-ANO      PIC 9(04).
                    05 PT-MES      PIC 9(02).
                03 PT-DIAS-TRAB    PIC 9(02).
                03 PT-HE50         PIC 9(03)V99.
                03 PT-HE100        PIC 9(03)V99.
                03 PT-DIAS-FALTA   PIC 9(02).

       FD CADDEPEND
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEPEND.DAT".
       01 REGDEPEND.
                03 DP-CHAVE.
                    05 DP-NUMREG   PIC 9(06).
                    05 DP-SEQ      PIC 9(02).
                03 DP-NOME         PIC X(30).
                03 DP-DIA-NASC     PIC 9(02).
                03 DP-MES-NASC     PIC 9(02).
                03 DP-ANO-NASC     PIC 9(04).
                03 DP-PARENTESCO   PIC 9(01).

       FD CADVERBA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVERBA.DAT".
       01 REGVERBA.
                03 VB-CODIGO       PIC 9(03).
                03 VB-DESCR        PIC X(20).
                03 VB-TIPO         PIC X(01).
                03 VB-BASE         PIC X(01).
                03 VB-INCIDE-INSS  PIC X(01).
                03 VB-INCIDE-IRRF  PIC X(01).

       FD CADLANCA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADLANCA.DAT".
       01 REGLANCA.
                03 LA-CHAVE.
                    05 LA-NUMREG   PIC 9(06).
                    05 LA-COMPET.
                        07 LA-ANO  PIC 9(04).
                        07 LA-MES  PIC 9(02).
                    05 LA-VERBA    PIC 9(03).
                03 LA-VALOR        PIC 9(06)V99.

       FD CADBENEF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADBENEF.DAT".
       01 REGBENEF.
                03 BN-NUMREG       PIC 9(06).
                03 BN-VT-OPTA      PIC X(01).
                03 BN-VT-QTD-DIA   PIC 9(02).
                03 BN-VT-VALOR     PIC 9(03)V99.
                03 BN-VR-OPTA      PIC X(01).
                03 BN-VR-QTD-DIA   PIC 9(02).
                03 BN-VR-VALOR     PIC 9(03)V99.

       FD CADCOMPFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCOMPFOL.DAT".
       01 REGCOMPFOL.
                03 CF-CHAVE.
                    05 CF-ANO      PIC 9(04).
                    05 CF-MES      PIC 9(02).
                03 CF-SITUACAO     PIC X(01).
                03 CF-TOT-LIQ      PIC 9(09)V99.
                03 CF-DATA-SIT     PIC 9(08).

       FD CADORCDEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADORCDEP.DAT".
       01 REGORCDEP.
                03 OR-CHAVE.
                    05 OR-DEP      PIC 9(01).
                    05 OR-ANO      PIC 9(04).
                03 OR-VALOR-MES OCCURS 12 TIMES PIC 9(09)V99.

       FD CADQUADRO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADQUADRO.DAT".
       01 REGQUADRO.
                03 QD-CHAVE.
                    05 QD-DEP      PIC 9(01).
                    05 QD-CARGO    PIC 9(01).
                03 QD-APROVADAS    PIC 9(03).
                03 QD-OCUPADAS     PIC 9(03).

       FD CADFAIXA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFAIXA.DAT".
       01 REGFAIXA.
                03 FX-CARGO        PIC 9(01).
                03 FX-SAL-MIN      PIC 9(06)V99.
                03 FX-SAL-MAX      PIC 9(06)V99.

       FD CADDEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 CODDEP          PIC 9(01).
                03 DESCDEP         PIC X(22).

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

       FD RELSIM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SIMFOL.DAT".
       01 LINRELSIM           PIC X(132).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-CE    PIC X(02) VALUE "00".
       77 ST-ERRO-SF    PIC X(02) VALUE "00".
       77 ST-ERRO-FUN   PIC X(02) VALUE "00".
       77 ST-ERRO-HIS   PIC X(02) VALUE "00".
       77 ST-ERRO-TAB   PIC X(02) VALUE "00".
       77 ST-ERRO-PTO   PIC X(02) VALUE "00".
       77 ST-ERRO-DPD   PIC X(02) VALUE "00".
       77 ST-ERRO-VB    PIC X(02) VALUE "00".
       77 ST-ERRO-LAN   PIC X(02) VALUE "00".
       77 ST-ERRO-BEN   PIC X(02) VALUE "00".
       77 ST-ERRO-CMP   PIC X(02) VALUE "00".
       77 ST-ERRO-ORC   PIC X(02) VALUE "00".
       77 ST-ERRO-QDR   PIC X(02) VALUE "00".
       77 ST-ERRO-FX    PIC X(02) VALUE "00".
       77 ST-ERRO-DEP   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 ST-ERRO-SES   PIC X(02) VALUE "00".
       77 ST-ERRO-AUD   PIC X(02) VALUE "00".
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
       01 W-VIG-DATA.
           03 W-VIG-ANO     PIC 9(04).
           03 W-VIG-MES     PIC 9(02).
           03 W-VIG-DIA     PIC 9(02).
       01 W-VIG-DATA-N REDEFINES W-VIG-DATA PIC 9(08).
       77 W-TEM-HIS     PIC 9(01) VALUE ZEROS.
       77 W-TEM-PONTO   PIC 9(01) VALUE ZEROS.
       77 W-TEM-DEPEND  PIC 9(01) VALUE ZEROS.
       77 W-TEM-VERBA   PIC 9(01) VALUE ZEROS.
       77 W-TEM-LAN     PIC 9(01) VALUE ZEROS.
       77 W-TEM-BENEF   PIC 9(01) VALUE ZEROS.
       77 W-TEM-CMP     PIC 9(01) VALUE ZEROS.
       77 W-TEM-ORC     PIC 9(01) VALUE ZEROS.
       77 W-TEM-QDR     PIC 9(01) VALUE ZEROS.
       77 W-TEM-FX      PIC 9(01) VALUE ZEROS.
       77 W-TEM-DEP     PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-TIPO        PIC X(01) VALUE SPACES.
       77 W-CONF        PIC X(01) VALUE SPACES.
       77 W-MOTIVO      PIC X(30) VALUE SPACES.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-HOJE8       PIC 9(08) VALUE ZEROS.
       77 W-CENARIO     PIC 9(03) VALUE ZEROS.
       77 W-NUMREG      PIC 9(06) VALUE ZEROS.
       77 W-DEP         PIC 9(01) VALUE ZEROS.
       77 W-CARGO       PIC 9(01) VALUE ZEROS.
       77 W-PERC        PIC 9(03)V99 VALUE ZEROS.
       77 W-QTD         PIC 9(03) VALUE ZEROS.
       77 W-VAGAS       PIC S9(04) VALUE ZEROS.
       77 W-SAL-VAGA    PIC 9(06)V99 VALUE ZEROS.
       77 W-SAL-PISO    PIC 9(06)V99 VALUE ZEROS.
       77 W-QTD-LIS     PIC 9(05) VALUE ZEROS.
       77 W-CE-DESCR    PIC X(30) VALUE SPACES.
       77 W-CE-VIG      PIC 9(08) VALUE ZEROS.
       77 W-ALIQ-PAT    PIC 9(02)V99 VALUE ZEROS.
       77 W-PERC-ED     PIC ZZ9,99.
       77 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       77 W-VAGAS-ED    PIC -ZZ9.
      *    CALCULO DA FOLHA (MESMAS REGRAS DO PROGR03T)
       77 W-MES-REF     PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-DATA-REF    PIC 9(08) VALUE ZEROS.
       77 W-ACHOU-TAB   PIC 9(01) VALUE ZEROS.
       77 W-IX          PIC 9(01) COMP VALUE ZEROS.
       77 W-IX1         PIC 9(01) COMP VALUE ZEROS.
       77 W-SALBRUTO    PIC S9(06)V99 VALUE ZEROS.
       77 W-SALHORA     PIC 9(04)V99 VALUE ZEROS.
       77 W-VALOR-HE    PIC 9(06)V99 VALUE ZEROS.
       77 W-DESC-FALTA  PIC 9(06)V99 VALUE ZEROS.
       77 W-QTD-SALFAM  PIC 9(02) VALUE ZEROS.
       77 W-QTD-IRRF    PIC 9(02) VALUE ZEROS.
       77 W-DATA-14     PIC 9(08) VALUE ZEROS.
       77 W-SALBASE     PIC 9(06)V99 VALUE ZEROS.
       77 W-INSS        PIC 9(06)V99 VALUE ZEROS.
       77 W-BASE-IRRF   PIC S9(06)V99 VALUE ZEROS.
       77 W-IRRF        PIC S9(06)V99 VALUE ZEROS.
       77 W-SALFAM      PIC 9(06)V99 VALUE ZEROS.
       77 W-LIQUIDO     PIC 9(06)V99 VALUE ZEROS.
       77 W-PENSAO      PIC 9(06)V99 VALUE ZEROS.
       77 W-VERBP-TRIB  PIC 9(06)V99 VALUE ZEROS.
       77 W-VERBP-NTRIB PIC 9(06)V99 VALUE ZEROS.
       77 W-VERBD-TOT   PIC 9(06)V99 VALUE ZEROS.
       77 W-VERBA-VAL   PIC 9(06)V99 VALUE ZEROS.
       77 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77 W-DSR-UTEIS   PIC 9(02) VALUE ZEROS.
       77 W-DSR-DIAS    PIC 9(02) VALUE ZEROS.
       77 W-DSR-HE      PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTO-VT    PIC 9(06)V99 VALUE ZEROS.
       77 W-COPART-VT   PIC 9(06)V99 VALUE ZEROS.
       77 W-TETO-VT     PIC 9(06)V99 VALUE ZEROS.
      *    CUSTO DO EMPREGADOR
       77 W-SAL-SIM     PIC 9(06)V99 VALUE ZEROS.
       77 W-SAL-BEN     PIC 9(06)V99 VALUE ZEROS.
       77 W-BRUTO-ENC   PIC 9(07)V99 VALUE ZEROS.
       77 W-BENEF       PIC 9(06)V99 VALUE ZEROS.
       77 W-INSS-PAT    PIC 9(07)V99 VALUE ZEROS.
       77 W-FGTS        PIC 9(07)V99 VALUE ZEROS.
       77 W-PROV-13     PIC 9(07)V99 VALUE ZEROS.
       77 W-PROV-FER    PIC 9(07)V99 VALUE ZEROS.
       77 W-CUSTO       PIC 9(07)V99 VALUE ZEROS.
       77 W-AC-INSS     PIC 9(06)V99 VALUE ZEROS.
       77 W-AC-IRRF     PIC 9(06)V99 VALUE ZEROS.
       77 W-AC-LIQ      PIC 9(06)V99 VALUE ZEROS.
       77 W-COL         PIC 9(01) COMP VALUE ZEROS.
       77 W-IXD         PIC 9(02) COMP VALUE ZEROS.
       77 W-IXC         PIC 9(02) COMP VALUE ZEROS.
       77 W-NOVA        PIC 9(03) VALUE ZEROS.
       77 W-SEQ-NOVA    PIC 9(06) VALUE ZEROS.
       77 W-QTD-REM     PIC 9(05) VALUE ZEROS.
       77 W-QTD-NOVA    PIC 9(05) VALUE ZEROS.
      *    ULTIMA VERSAO DO HISTORICO DA COMPETENCIA BASE
       77 W-RE-NUMREG   PIC 9(06) VALUE ZEROS.
       77 W-RE-BRUTO    PIC 9(06)V99 VALUE ZEROS.
       77 W-RE-INSS     PIC 9(06)V99 VALUE ZEROS.
       77 W-RE-IRRF     PIC 9(06)V99 VALUE ZEROS.
       77 W-RE-LIQ      PIC 9(06)V99 VALUE ZEROS.
      *    LINHA DO COMPARATIVO
       77 W-L-QREA      PIC 9(05) VALUE ZEROS.
       77 W-L-CREA      PIC 9(11)V99 VALUE ZEROS.
       77 W-L-QSIM      PIC 9(05) VALUE ZEROS.
       77 W-L-CSIM      PIC 9(11)V99 VALUE ZEROS.
       77 W-L-ORC       PIC 9(11)V99 VALUE ZEROS.
       77 W-VAR         PIC S9(11)V99 VALUE ZEROS.
       77 W-VAR-PCT     PIC S9(05)V99 VALUE ZEROS.
       77 W-T-QREA      PIC 9(05) VALUE ZEROS.
       77 W-T-CREA      PIC 9(11)V99 VALUE ZEROS.
       77 W-T-QSIM      PIC 9(05) VALUE ZEROS.
       77 W-T-CSIM      PIC 9(11)V99 VALUE ZEROS.
       77 W-T-ORC       PIC 9(11)V99 VALUE ZEROS.

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

      *    QUANTIDADE E CUSTO POR DEPARTAMENTO (0 A 9):
      *    COLUNA 1 = COMPETENCIA REAL, 2 = SIMULADA
       01 TABDEP.
           03 TD-ENT OCCURS 10 TIMES.
              05 TD-QTD    PIC 9(05) OCCURS 2 TIMES.
              05 TD-CUSTO  PIC 9(11)V99 OCCURS 2 TIMES.

      *    COMPOSICAO DO CUSTO DA EMPRESA, MESMAS COLUNAS
       01 TABCOMP.
           03 TC-LIN OCCURS 10 TIMES.
              05 TC-VAL    PIC 9(11)V99 OCCURS 2 TIMES.
       01 TABROT.
           03 FILLER PIC X(24) VALUE "FOLHA BRUTA".
           03 FILLER PIC X(24) VALUE "INSS PATRONAL".
           03 FILLER PIC X(24) VALUE "FGTS".
           03 FILLER PIC X(24) VALUE "PROVISAO DE 13o SALARIO".
           03 FILLER PIC X(24) VALUE "PROVISAO DE FERIAS + 1/3".
           03 FILLER PIC X(24) VALUE "BENEFICIOS VT/VR".
           03 FILLER PIC X(24) VALUE "CUSTO TOTAL DA EMPRESA".
           03 FILLER PIC X(24) VALUE "INSS RETIDO".
           03 FILLER PIC X(24) VALUE "IRRF RETIDO".
           03 FILLER PIC X(24) VALUE "LIQUIDO A PAGAR".
       01 TABROT-R REDEFINES TABROT.
           03 TR-ROTULO    PIC X(24) OCCURS 10 TIMES.

       01 W-CHAVE-ITE.
           03 W-CI-CENARIO    PIC 9(03).
           03 FILLER          PIC X(01) VALUE "/".
           03 W-CI-TIPO       PIC X(01).
           03 FILLER          PIC X(01) VALUE "/".
           03 W-CI-CODIGO     PIC 9(06).
           03 FILLER          PIC X(03) VALUE SPACES.

       01 LINSIM-SEP.
           03 FILLER          PIC X(125) VALUE ALL "-".
       01 LINSIM-TIT.
           03 FILLER          PIC X(29)
              VALUE "SIMULACAO DA FOLHA - CENARIO ".
           03 LS-CENARIO      PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-DESCR        PIC X(30).
           03 FILLER          PIC X(20)
              VALUE "  COMPETENCIA BASE: ".
           03 LS-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LS-ANO          PIC 9(04).
       01 LINSIM-TAB.
           03 FILLER          PIC X(27)
              VALUE "TABELA DE CALCULO VIGENCIA ".
           03 LS-VIG-DIA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LS-VIG-MES      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LS-VIG-ANO      PIC 9(04).
           03 FILLER          PIC X(23)
              VALUE "  ENCARGOS PATRONAIS: ".
           03 LS-ALIQ         PIC Z9,99.
           03 FILLER          PIC X(17) VALUE "%  FGTS: 8,00%".
       01 LINSIM-CAB.
           03 FILLER          PIC X(01) VALUE "D".
           03 FILLER          PIC X(23) VALUE " DEPARTAMENTO          ".
           03 FILLER          PIC X(07) VALUE "  QTD.R".
           03 FILLER          PIC X(15) VALUE "     CUSTO REAL".
           03 FILLER          PIC X(07) VALUE "  QTD.S".
           03 FILLER          PIC X(15) VALUE " CUSTO SIMULADO".
           03 FILLER          PIC X(16) VALUE "        VARIACAO".
           03 FILLER          PIC X(10) VALUE "     VAR.%".
           03 FILLER          PIC X(15) VALUE "         ORCADO".
           03 FILLER          PIC X(16) VALUE "   SIMUL.-ORCADO".
       01 LINSIM-DET.
           03 LS-DEP          PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-DESCDEP      PIC X(22).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-QTD-REA      PIC ZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-CUS-REA      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-QTD-SIM      PIC ZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-CUS-SIM      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-VAR          PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-VAR-PCT      PIC -ZZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-ORC          PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-DIF          PIC -ZZZ.ZZZ.ZZ9,99.
       01 LINSIM-CCAB.
           03 FILLER          PIC X(24) VALUE "COMPOSICAO DO CUSTO".
           03 FILLER          PIC X(15) VALUE "           REAL".
           03 FILLER          PIC X(15) VALUE "       SIMULADO".
           03 FILLER          PIC X(16) VALUE "        VARIACAO".
       01 LINSIM-COMP.
           03 LS-ROTULO       PIC X(24).
           03 LS-CR           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-CS           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LS-CV           PIC -ZZZ.ZZZ.ZZ9,99.
       01 LINSIM-MOV.
           03 FILLER          PIC X(20) VALUE "FUNCIONARIOS REAIS: ".
           03 LS-QTD-R        PIC ZZ.ZZ9.
           03 FILLER          PIC X(13) VALUE "  SIMULADOS: ".
           03 LS-QTD-S        PIC ZZ.ZZ9.
           03 FILLER          PIC X(15) VALUE "  VAGAS NOVAS: ".
           03 LS-QTD-N        PIC ZZ.ZZ9.
           03 FILLER          PIC X(14) VALUE "  REMOVIDOS: ".
           03 LS-QTD-X        PIC ZZ.ZZ9.
       01 LINSIM-SEMREAL.
           03 FILLER          PIC X(53) VALUE
              "* COMPETENCIA BASE SEM FOLHA CALCULADA NO HISTORICO *".
       01 LINSIM-SEMORC.
           03 FILLER          PIC X(48) VALUE
              "* SEM ORCAMENTO DOS DEPARTAMENTOS NO CADORCDEP *".
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       SIM-OP0.
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
           OPEN INPUT CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUN"
               GO TO ROT-FIM.
           OPEN INPUT CADTABFOL
           IF ST-ERRO-TAB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTABFOL"
               DISPLAY "CADASTRE AS TABELAS DE CALCULO NO PROGR16T"
               CLOSE CADFUN
               GO TO ROT-FIM.
       SIM-OP1.
           OPEN I-O CADCENFOL
           IF ST-ERRO-CE NOT = "00"
               IF ST-ERRO-CE = "30"
                   OPEN OUTPUT CADCENFOL
                   CLOSE CADCENFOL
                   DISPLAY "* ARQUIVO CADCENFOL SENDO CRIADO *"
                   GO TO SIM-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCENFOL"
                   CLOSE CADFUN CADTABFOL
                   GO TO ROT-FIM.
       SIM-OP2.
           OPEN I-O CADSIMFOL
           IF ST-ERRO-SF NOT = "00"
               IF ST-ERRO-SF = "30"
                   OPEN OUTPUT CADSIMFOL
                   CLOSE CADSIMFOL
                   DISPLAY "* ARQUIVO CADSIMFOL SENDO CRIADO *"
                   GO TO SIM-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSIMFOL"
                   CLOSE CADFUN CADTABFOL CADCENFOL
                   GO TO ROT-FIM.
      *    O HISTORICO DA FOLHA E SOMENTE LIDO: A SIMULACAO NUNCA
      *    GRAVA NO CADHISTFOL
           MOVE 1 TO W-TEM-HIS
           OPEN INPUT CADHISTFOL
           IF ST-ERRO-HIS NOT = "00"
               MOVE ZEROS TO W-TEM-HIS.
           MOVE 1 TO W-TEM-PONTO
           OPEN INPUT CADPONTO
           IF ST-ERRO-PTO NOT = "00"
               MOVE ZEROS TO W-TEM-PONTO.
           MOVE 1 TO W-TEM-DEPEND
           OPEN INPUT CADDEPEND
           IF ST-ERRO-DPD NOT = "00"
               MOVE ZEROS TO W-TEM-DEPEND.
           MOVE 1 TO W-TEM-LAN
           OPEN INPUT CADLANCA
           IF ST-ERRO-LAN NOT = "00"
               MOVE ZEROS TO W-TEM-LAN.
           MOVE ZEROS TO W-TEM-VERBA
           OPEN INPUT CADVERBA
           IF ST-ERRO-VB = "00"
               MOVE W-TEM-LAN TO W-TEM-VERBA
               IF W-TEM-LAN = ZEROS
                   CLOSE CADVERBA.
           MOVE 1 TO W-TEM-BENEF
           OPEN INPUT CADBENEF
           IF ST-ERRO-BEN NOT = "00"
               MOVE ZEROS TO W-TEM-BENEF.
           MOVE 1 TO W-TEM-CMP
           OPEN INPUT CADCOMPFOL
           IF ST-ERRO-CMP NOT = "00"
               MOVE ZEROS TO W-TEM-CMP.
           MOVE 1 TO W-TEM-ORC
           OPEN INPUT CADORCDEP
           IF ST-ERRO-ORC NOT = "00"
               MOVE ZEROS TO W-TEM-ORC.
           MOVE 1 TO W-TEM-QDR
           OPEN INPUT CADQUADRO
           IF ST-ERRO-QDR NOT = "00"
               MOVE ZEROS TO W-TEM-QDR.
           MOVE 1 TO W-TEM-FX
           OPEN INPUT CADFAIXA
           IF ST-ERRO-FX NOT = "00"
               MOVE ZEROS TO W-TEM-FX.
           MOVE 1 TO W-TEM-DEP
           OPEN INPUT CADDEP
           IF ST-ERRO-DEP NOT = "00"
               MOVE ZEROS TO W-TEM-DEP.
           MOVE 1 TO W-TEM-FER
           OPEN INPUT CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               MOVE ZEROS TO W-TEM-FER.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       SIM-MENU.
           DISPLAY " "
           DISPLAY "SIMULACAO DA FOLHA DE PAGAMENTO"
           DISPLAY "OPCAO (C=CENARIO I=ITENS L=LISTAR S=SIMULAR "
                   "X=EXCLUIR CENARIO F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO SIM-FIM.
           IF W-OPCAO = "C" OR "c"
               GO TO CEN-001.
           IF W-OPCAO = "I" OR "i"
               GO TO ITE-001.
           IF W-OPCAO = "L" OR "l"
               GO TO LIS-001.
           IF W-OPCAO = "S" OR "s"
               GO TO CAL-001.
           IF W-OPCAO = "X" OR "x"
               GO TO EXC-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO SIM-MENU.
      *
      *****************************************
      * CABECALHO DO CENARIO: COMPETENCIA BASE *
      * DO COMPARATIVO, TABELA DE CALCULO E    *
      * PERCENTUAL DOS ENCARGOS PATRONAIS      *
      *****************************************
      *
       CEN-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO SIM-MENU.
           DISPLAY "CENARIO (1-999, 0=VOLTAR): "
           ACCEPT W-CENARIO
           IF W-CENARIO = ZEROS
               GO TO SIM-MENU.
           MOVE W-CENARIO TO CE-CENARIO
           MOVE "H"       TO CE-TIPO
           MOVE ZEROS     TO CE-CODIGO
           MOVE 1 TO W-SEL
           READ CADCENFOL
           IF ST-ERRO-CE NOT = "00"
               MOVE "00" TO ST-ERRO-CE
               MOVE ZEROS TO W-SEL
               GO TO CEN-NOVO.
           MOVE CE-ALIQ-PAT TO W-PERC-ED
           DISPLAY "CENARIO: " CE-DESCR
           DISPLAY "BASE " CE-MES "/" CE-ANO "  TABELA " CE-VIGENCIA
                   "  ENCARGOS " W-PERC-ED "%"
           DISPLAY "ALTERA O CABECALHO (S/N)? "
           ACCEPT W-CONF
           IF W-CONF NOT = "S" AND W-CONF NOT = "s"
               GO TO CEN-001.
           GO TO CEN-002.
       CEN-NOVO.
           MOVE SPACES    TO REGCENFOL
           MOVE W-CENARIO TO CE-CENARIO
           MOVE "H"       TO CE-TIPO
           MOVE ZEROS     TO CE-CODIGO CE-ANO CE-MES CE-VIGENCIA
                             CE-ALIQ-PAT CE-PERC CE-QTD CE-SALARIO
           MOVE W-HOJE8    TO CE-DATA-INC
           MOVE W-OPERADOR TO CE-OPERADOR.
       CEN-002.
           DISPLAY "DESCRICAO DO CENARIO: "
           ACCEPT CE-DESCR
           IF CE-DESCR = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA"
               GO TO CEN-002.
       CEN-003.
           PERFORM CMP-LER THRU CMP-LER-FIM
           IF W-MES-REF = ZEROS
               GO TO CEN-001.
           IF CF-SITUACAO NOT = "C" AND CF-SITUACAO NOT = "P"
                                    AND CF-SITUACAO NOT = "F"
               DISPLAY "* FOLHA DA COMPETENCIA AINDA NAO CALCULADA -"
                       " COMPARATIVO SEM O REAL *".
           MOVE W-ANO-REF TO CE-ANO
           MOVE W-MES-REF TO CE-MES.
       CEN-004.
           DISPLAY "VIGENCIA DA TABELA DE CALCULO (AAAAMMDD, "
                   "0=A VIGENTE NA COMPETENCIA): "
           ACCEPT CE-VIGENCIA
           IF CE-VIGENCIA NOT = ZEROS
               MOVE CE-VIGENCIA TO TB-VIGENCIA
               READ CADTABFOL
               IF ST-ERRO-TAB NOT = "00"
                   MOVE "00" TO ST-ERRO-TAB
                   DISPLAY "TABELA NAO CADASTRADA NO PROGR16T"
                   GO TO CEN-004.
       CEN-005.
           DISPLAY "ENCARGOS PATRONAIS SOBRE A FOLHA "
                   "(%, 0=20%): "
           ACCEPT CE-ALIQ-PAT
           IF CE-ALIQ-PAT = ZEROS
               MOVE 20 TO CE-ALIQ-PAT.
           IF W-SEL = 1
               REWRITE REGCENFOL
           ELSE
               WRITE REGCENFOL.
           IF ST-ERRO-CE NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCENFOL"
               MOVE "00" TO ST-ERRO-CE
               GO TO CEN-001.
           MOVE W-CENARIO   TO W-CI-CENARIO
           MOVE "H"         TO W-CI-TIPO
           MOVE ZEROS       TO W-CI-CODIGO
           MOVE "CENARIO"   TO AU-OPERACAO
           MOVE W-CHAVE-ITE TO AU-CHAVE
           MOVE CE-DESCR    TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** CENARIO GRAVADO ***"
           GO TO CEN-001.
      *
      *****************************************
      * ITENS DO CENARIO: REAJUSTE POR         *
      * DEPARTAMENTO OU CARGO, VAGAS NOVAS     *
      * DENTRO DO QUADRO E REMOCOES            *
      *****************************************
      *
       ITE-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO SIM-MENU.
           DISPLAY "CENARIO (0=VOLTAR): "
           ACCEPT W-CENARIO
           IF W-CENARIO = ZEROS
               GO TO SIM-MENU.
           PERFORM CEN-LER THRU CEN-LER-FIM
           IF W-SEL NOT = 1
               DISPLAY "CENARIO NAO CADASTRADO"
               GO TO ITE-001.
           DISPLAY "CENARIO: " W-CE-DESCR.
       ITE-002.
           DISPLAY "ITEM (D=% DEPARTAMENTO C=% CARGO N=VAGAS NOVAS "
                   "R=REMOVER FUNCIONARIO F=VOLTAR): "
           ACCEPT W-TIPO
           IF W-TIPO = "d" MOVE "D" TO W-TIPO.
           IF W-TIPO = "c" MOVE "C" TO W-TIPO.
           IF W-TIPO = "n" MOVE "N" TO W-TIPO.
           IF W-TIPO = "r" MOVE "R" TO W-TIPO.
           IF W-TIPO = "F" OR "f"
               GO TO ITE-001.
           IF W-TIPO = "D"
               GO TO ITE-DEP.
           IF W-TIPO = "C"
               GO TO ITE-CAR.
           IF W-TIPO = "N"
               GO TO ITE-VAGA.
           IF W-TIPO = "R"
               GO TO ITE-REM.
           DISPLAY "*** TIPO INVALIDO ***"
           GO TO ITE-002.
      *
       ITE-DEP.
           DISPLAY "DEPARTAMENTO (0-9): "
           ACCEPT W-DEP
           IF W-TEM-DEP = 1
               MOVE W-DEP TO CODDEP
               READ CADDEP
               IF ST-ERRO-DEP NOT = "00"
                   MOVE "00" TO ST-ERRO-DEP
                   DISPLAY "DEPARTAMENTO NAO CADASTRADO"
                   GO TO ITE-002
               ELSE
                   DISPLAY "DEPARTAMENTO: " DESCDEP.
           MOVE W-DEP TO W-NUMREG
           GO TO ITE-PERC.
       ITE-CAR.
           DISPLAY "CARGO (0-9): "
           ACCEPT W-CARGO
           MOVE W-CARGO TO W-NUMREG.
       ITE-PERC.
           PERFORM ITE-LER THRU ITE-LER-FIM
           IF W-SEL = 1
               MOVE CE-PERC TO W-PERC-ED
               DISPLAY "REAJUSTE ATUAL: " W-PERC-ED "%".
           DISPLAY "PERCENTUAL DE REAJUSTE (0=EXCLUIR O ITEM): "
           ACCEPT W-PERC
           IF W-PERC = ZEROS
               GO TO ITE-EXCLUI.
           MOVE W-PERC TO CE-PERC
           GO TO ITE-GRAVA.
      *
      *    VAGA NOVA SO DENTRO DO QUADRO APROVADO: APROVADAS MENOS
      *    OCUPADAS; SALARIO PADRAO E O PISO DA FAIXA DO CARGO
       ITE-VAGA.
           IF W-TEM-QDR NOT = 1
               DISPLAY "ARQUIVO CADQUADRO AUSENTE - CADASTRE O "
                       "QUADRO DE VAGAS"
               GO TO ITE-002.
           DISPLAY "DEPARTAMENTO (0-9): "
           ACCEPT W-DEP
           DISPLAY "CARGO (0-9): "
           ACCEPT W-CARGO
           MOVE W-DEP   TO QD-DEP
           MOVE W-CARGO TO QD-CARGO
           READ CADQUADRO
           IF ST-ERRO-QDR NOT = "00"
               MOVE "00" TO ST-ERRO-QDR
               DISPLAY "CARGO SEM QUADRO APROVADO NO DEPARTAMENTO"
               GO TO ITE-002.
           COMPUTE W-VAGAS = QD-APROVADAS - QD-OCUPADAS
           MOVE W-VAGAS TO W-VAGAS-ED
           DISPLAY "VAGAS LIVRES NO QUADRO: " W-VAGAS-ED
           IF W-VAGAS NOT > ZEROS
               DISPLAY "* QUADRO SEM VAGAS LIVRES *"
               GO TO ITE-002.
           MOVE ZEROS TO W-SAL-PISO
           IF W-TEM-FX = 1
               MOVE W-CARGO TO FX-CARGO
               READ CADFAIXA
               IF ST-ERRO-FX NOT = "00"
                   MOVE "00" TO ST-ERRO-FX
                   MOVE ZEROS TO FX-SAL-MIN FX-SAL-MAX
               ELSE
                   MOVE FX-SAL-MIN TO W-SAL-PISO.
           COMPUTE W-NUMREG = (W-DEP * 10) + W-CARGO
           PERFORM ITE-LER THRU ITE-LER-FIM
           IF W-SEL = 1
               MOVE CE-SALARIO TO W-VALOR-ED
               DISPLAY "ATUAL: " CE-QTD " VAGA(S) COM SALARIO "
                       W-VALOR-ED.
       ITE-VAGA-QTD.
           DISPLAY "QUANTIDADE DE VAGAS NOVAS (0=EXCLUIR O ITEM): "
           ACCEPT W-QTD
           IF W-QTD = ZEROS
               GO TO ITE-EXCLUI.
           IF W-QTD > W-VAGAS
               DISPLAY "QUANTIDADE ACIMA DAS VAGAS LIVRES DO QUADRO"
               GO TO ITE-VAGA-QTD.
       ITE-VAGA-SAL.
           MOVE W-SAL-PISO TO W-VALOR-ED
           DISPLAY "SALARIO DA VAGA (0=PISO DA FAIXA " W-VALOR-ED
                   "): "
           ACCEPT W-SAL-VAGA
           IF W-SAL-VAGA = ZEROS
               MOVE W-SAL-PISO TO W-SAL-VAGA.
           IF W-SAL-VAGA = ZEROS
               DISPLAY "CARGO SEM FAIXA SALARIAL - INFORME O SALARIO"
               GO TO ITE-VAGA-SAL.
           IF W-SAL-PISO NOT = ZEROS
               IF W-SAL-VAGA < FX-SAL-MIN OR W-SAL-VAGA > FX-SAL-MAX
                   DISPLAY "* SALARIO FORA DA FAIXA DO CARGO *"
                   GO TO ITE-VAGA-SAL.
           MOVE W-QTD      TO CE-QTD
           MOVE W-SAL-VAGA TO CE-SALARIO
           GO TO ITE-GRAVA.
      *
       ITE-REM.
           DISPLAY "REGISTRO DO FUNCIONARIO: "
           ACCEPT W-NUMREG
           MOVE W-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO ITE-002.
           DISPLAY "FUNCIONARIO: " NOME
           PERFORM ITE-LER THRU ITE-LER-FIM
           IF W-SEL = 1
               DISPLAY "JA REMOVIDO NO CENARIO - VOLTA PARA A "
                       "SIMULACAO (S/N)? "
               ACCEPT W-CONF
               IF W-CONF = "S" OR "s"
                   GO TO ITE-EXCLUI
               ELSE
                   GO TO ITE-002.
           DISPLAY "CONFIRMA A REMOCAO NA SIMULACAO (S/N)? "
           ACCEPT W-CONF
           IF W-CONF NOT = "S" AND W-CONF NOT = "s"
               GO TO ITE-002.
       ITE-GRAVA.
           IF W-SEL = 1
               REWRITE REGCENFOL
           ELSE
               WRITE REGCENFOL.
           IF ST-ERRO-CE NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCENFOL"
               MOVE "00" TO ST-ERRO-CE
               GO TO ITE-002.
           MOVE W-CENARIO   TO W-CI-CENARIO
           MOVE W-TIPO      TO W-CI-TIPO
           MOVE W-NUMREG    TO W-CI-CODIGO
           MOVE "ITEM CEN." TO AU-OPERACAO
           MOVE W-CHAVE-ITE TO AU-CHAVE
           MOVE SPACES      TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** ITEM GRAVADO ***"
           GO TO ITE-002.
       ITE-EXCLUI.
           IF W-SEL NOT = 1
               DISPLAY "*** ITEM NAO CADASTRADO ***"
               GO TO ITE-002.
           DELETE CADCENFOL RECORD
           MOVE W-CENARIO   TO W-CI-CENARIO
           MOVE W-TIPO      TO W-CI-TIPO
           MOVE W-NUMREG    TO W-CI-CODIGO
           MOVE "EXCLUSAO"  TO AU-OPERACAO
           MOVE W-CHAVE-ITE TO AU-CHAVE
           MOVE "ITEM DO CENARIO" TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** ITEM EXCLUIDO ***"
           GO TO ITE-002.
      *
      *    ITEM W-TIPO/W-NUMREG DO CENARIO; NOVO VEM ZERADO
       ITE-LER.
           MOVE W-CENARIO TO CE-CENARIO
           MOVE W-TIPO    TO CE-TIPO
           MOVE W-NUMREG  TO CE-CODIGO
           MOVE 1 TO W-SEL
           READ CADCENFOL
           IF ST-ERRO-CE = "00"
               GO TO ITE-LER-FIM.
           MOVE "00" TO ST-ERRO-CE
           MOVE ZEROS TO W-SEL
           MOVE SPACES    TO REGCENFOL
           MOVE W-CENARIO TO CE-CENARIO
           MOVE W-TIPO    TO CE-TIPO
           MOVE W-NUMREG  TO CE-CODIGO
           MOVE ZEROS     TO CE-ANO CE-MES CE-VIGENCIA CE-ALIQ-PAT
                             CE-PERC CE-QTD CE-SALARIO
           MOVE W-HOJE8    TO CE-DATA-INC
           MOVE W-OPERADOR TO CE-OPERADOR.
       ITE-LER-FIM.
           EXIT.
      *
      *    CABECALHO DO CENARIO W-CENARIO (W-SEL = 1 SE EXISTE)
       CEN-LER.
           MOVE W-CENARIO TO CE-CENARIO
           MOVE "H"       TO CE-TIPO
           MOVE ZEROS     TO CE-CODIGO
           MOVE 1 TO W-SEL
           READ CADCENFOL
           IF ST-ERRO-CE NOT = "00"
               MOVE "00" TO ST-ERRO-CE
               MOVE ZEROS TO W-SEL
               GO TO CEN-LER-FIM.
           MOVE CE-DESCR    TO W-CE-DESCR
           MOVE CE-VIGENCIA TO W-CE-VIG
           MOVE CE-ALIQ-PAT TO W-ALIQ-PAT
           MOVE CE-ANO      TO W-ANO-REF
           MOVE CE-MES      TO W-MES-REF.
       CEN-LER-FIM.
           EXIT.
      *
      *****************************************
      * LISTA DOS CENARIOS OU DOS ITENS DE UM  *
      * CENARIO                                *
      *****************************************
      *
       LIS-001.
           DISPLAY "CENARIO (0=TODOS OS CENARIOS): "
           ACCEPT W-CENARIO
           MOVE ZEROS TO W-QTD-LIS
           MOVE W-CENARIO TO CE-CENARIO
           MOVE LOW-VALUES TO CE-TIPO
           MOVE ZEROS TO CE-CODIGO
           START CADCENFOL KEY IS NOT LESS THAN CE-CHAVE
           IF ST-ERRO-CE NOT = "00"
               MOVE "00" TO ST-ERRO-CE
               GO TO LIS-FIM.
       LIS-LER.
           READ CADCENFOL NEXT RECORD
           IF ST-ERRO-CE NOT = "00"
               MOVE "00" TO ST-ERRO-CE
               GO TO LIS-FIM.
           IF W-CENARIO NOT = ZEROS AND CE-CENARIO NOT = W-CENARIO
               GO TO LIS-FIM.
           IF W-CENARIO = ZEROS AND CE-TIPO NOT = "H"
               GO TO LIS-LER.
           ADD 1 TO W-QTD-LIS
           IF CE-TIPO = "H"
               MOVE CE-ALIQ-PAT TO W-PERC-ED
               DISPLAY CE-CENARIO " " CE-DESCR " BASE " CE-MES "/"
                       CE-ANO " TAB " CE-VIGENCIA " ENC " W-PERC-ED
               GO TO LIS-LER.
           IF CE-TIPO = "D" OR CE-TIPO = "C"
               MOVE CE-PERC TO W-PERC-ED
               DISPLAY "    " CE-TIPO " " CE-CODIGO "  REAJUSTE "
                       W-PERC-ED "%".
           IF CE-TIPO = "N"
               MOVE CE-SALARIO TO W-VALOR-ED
               DISPLAY "    N " CE-CODIGO "  " CE-QTD
                       " VAGA(S) SALARIO " W-VALOR-ED.
           IF CE-TIPO = "R"
               MOVE CE-CODIGO TO NUMREG
               READ CADFUN
               IF ST-ERRO-FUN NOT = "00"
                   MOVE "00" TO ST-ERRO-FUN
                   MOVE SPACES TO NOME.
           IF CE-TIPO = "R"
               DISPLAY "    R " CE-CODIGO "  REMOVIDO " NOME.
           GO TO LIS-LER.
       LIS-FIM.
           DISPLAY "REGISTROS LISTADOS: " W-QTD-LIS
           GO TO SIM-MENU.
      *
      *****************************************
      * EXCLUSAO DO CENARIO COM OS ITENS E A   *
      * FOLHA SIMULADA                         *
      *****************************************
      *
       EXC-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* EXCLUSAO SOMENTE PARA O SUPERVISOR *"
               GO TO SIM-MENU.
           DISPLAY "CENARIO A EXCLUIR (0=VOLTAR): "
           ACCEPT W-CENARIO
           IF W-CENARIO = ZEROS
               GO TO SIM-MENU.
           PERFORM CEN-LER THRU CEN-LER-FIM
           IF W-SEL NOT = 1
               DISPLAY "CENARIO NAO CADASTRADO"
               GO TO EXC-001.
           DISPLAY "CENARIO: " W-CE-DESCR
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)? "
           ACCEPT W-CONF
           IF W-CONF NOT = "S" AND W-CONF NOT = "s"
               GO TO SIM-MENU.
           MOVE W-CENARIO  TO CE-CENARIO
           MOVE LOW-VALUES TO CE-TIPO
           MOVE ZEROS      TO CE-CODIGO
           START CADCENFOL KEY IS NOT LESS THAN CE-CHAVE
           IF ST-ERRO-CE NOT = "00"
               MOVE "00" TO ST-ERRO-CE
               GO TO EXC-SIM.
       EXC-LER.
           READ CADCENFOL NEXT RECORD
           IF ST-ERRO-CE NOT = "00"
               MOVE "00" TO ST-ERRO-CE
               GO TO EXC-SIM.
           IF CE-CENARIO NOT = W-CENARIO
               GO TO EXC-SIM.
           DELETE CADCENFOL RECORD
           GO TO EXC-LER.
       EXC-SIM.
           PERFORM CAL-LIMPA THRU CAL-LIMPA-FIM
           MOVE W-CENARIO   TO W-CI-CENARIO
           MOVE "H"         TO W-CI-TIPO
           MOVE ZEROS       TO W-CI-CODIGO
           MOVE "EXCLUSAO"  TO AU-OPERACAO
           MOVE W-CHAVE-ITE TO AU-CHAVE
           MOVE W-CE-DESCR  TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** CENARIO EXCLUIDO ***"
           GO TO SIM-MENU.
      *
      *****************************************
      * COMPETENCIA INFORMADA E SITUACAO DA    *
      * FOLHA MENSAL NO CADCOMPFOL             *
      *****************************************
      *
       CMP-LER.
           DISPLAY "MES DA COMPETENCIA BASE (1-12, 0=VOLTAR): "
           ACCEPT W-MES-REF
           IF W-MES-REF = ZEROS
               GO TO CMP-LER-FIM.
           IF W-MES-REF > 12
               DISPLAY "MES INVALIDO"
               GO TO CMP-LER.
           DISPLAY "ANO (AAAA): "
           ACCEPT W-ANO-REF
           IF W-ANO-REF = ZEROS
               DISPLAY "ANO INVALIDO"
               GO TO CMP-LER.
           MOVE SPACE TO CF-SITUACAO
           IF W-TEM-CMP = 1
               MOVE W-ANO-REF TO CF-ANO
               MOVE W-MES-REF TO CF-MES
               READ CADCOMPFOL
               IF ST-ERRO-CMP NOT = "00"
                   MOVE SPACE TO CF-SITUACAO
                   MOVE "00" TO ST-ERRO-CMP.
       CMP-LER-FIM.
           EXIT.
      *
      *****************************************
      * SIMULACAO DO CENARIO: FOLHA REAL DA    *
      * COMPETENCIA BASE, FOLHA SIMULADA DOS   *
      * ATIVOS E DAS VAGAS NOVAS NO CADSIMFOL  *
      * E O COMPARATIVO NO SIMFOL.DAT          *
      *****************************************
      *
       CAL-001.
           DISPLAY "CENARIO A SIMULAR (0=VOLTAR): "
           ACCEPT W-CENARIO
           IF W-CENARIO = ZEROS
               GO TO SIM-MENU.
           PERFORM CEN-LER THRU CEN-LER-FIM
           IF W-SEL NOT = 1
               DISPLAY "CENARIO NAO CADASTRADO"
               GO TO CAL-001.
           DISPLAY "CENARIO: " W-CE-DESCR
           IF W-CE-VIG = ZEROS
               PERFORM TAB-CARGA THRU TAB-CARGA-FIM
           ELSE
               MOVE ZEROS TO W-ACHOU-TAB
               MOVE W-CE-VIG TO TB-VIGENCIA
               READ CADTABFOL
               IF ST-ERRO-TAB = "00"
                   MOVE REGTABFOL TO W-TABFOL
                   MOVE 1 TO W-ACHOU-TAB
               ELSE
                   MOVE "00" TO ST-ERRO-TAB.
           IF W-ACHOU-TAB = ZEROS
               DISPLAY "SEM TABELA DE CALCULO PARA O CENARIO"
               DISPLAY "CADASTRE AS TABELAS DE CALCULO NO PROGR16T"
               GO TO SIM-MENU.
           OPEN OUTPUT RELSIM
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO SIMFOL"
               GO TO SIM-MENU.
           PERFORM DSR-DIAS THRU DSR-DIAS-FIM
           PERFORM CAL-LIMPA THRU CAL-LIMPA-FIM
           MOVE ZEROS TO TABDEP TABCOMP W-QTD-REM W-QTD-NOVA
                         W-SEQ-NOVA
           PERFORM REA-001 THRU REA-FIM
           PERFORM FUN-001 THRU FUN-FIM
           PERFORM NOV-001 THRU NOV-FIM
           PERFORM IMP-001 THRU IMP-FIM
           CLOSE RELSIM
           MOVE W-CENARIO   TO W-CI-CENARIO
           MOVE "H"         TO W-CI-TIPO
           MOVE ZEROS       TO W-CI-CODIGO
           MOVE "SIMULACAO" TO AU-OPERACAO
           MOVE W-CHAVE-ITE TO AU-CHAVE
           MOVE W-CE-DESCR  TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE W-T-CREA TO LS-CUS-REA
           MOVE W-T-CSIM TO LS-CUS-SIM
           DISPLAY "CUSTO REAL " LS-CUS-REA "  SIMULADO " LS-CUS-SIM
           DISPLAY "COMPARATIVO GRAVADO EM SIMFOL.DAT"
           GO TO SIM-MENU.
      *
      *    A FOLHA SIMULADA ANTERIOR DO CENARIO E DESCARTADA
       CAL-LIMPA.
           MOVE W-CENARIO TO SF-CENARIO
           MOVE ZEROS     TO SF-NUMREG
           START CADSIMFOL KEY IS NOT LESS THAN SF-CHAVE
           IF ST-ERRO-SF NOT = "00"
               MOVE "00" TO ST-ERRO-SF
               GO TO CAL-LIMPA-FIM.
       CAL-LIMPA-LER.
           READ CADSIMFOL NEXT RECORD
           IF ST-ERRO-SF NOT = "00"
               MOVE "00" TO ST-ERRO-SF
               GO TO CAL-LIMPA-FIM.
           IF SF-CENARIO NOT = W-CENARIO
               GO TO CAL-LIMPA-FIM.
           DELETE CADSIMFOL RECORD
           GO TO CAL-LIMPA-LER.
       CAL-LIMPA-FIM.
           EXIT.
      *
      *****************************************
      * FOLHA REAL: ULTIMA VERSAO DO HISTORICO *
      * DA COMPETENCIA BASE DE CADA NUMREG,    *
      * COM OS MESMOS ENCARGOS E PROVISOES     *
      *****************************************
      *
       REA-001.
           MOVE 1 TO W-COL
           IF W-TEM-HIS NOT = 1
               GO TO REA-FIM.
           MOVE ZEROS TO NUMREG
           START CADFUN KEY IS NOT LESS THAN NUMREG
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               GO TO REA-FIM.
       REA-LER.
           READ CADFUN NEXT RECORD
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               GO TO REA-FIM.
           MOVE ZEROS     TO W-RE-NUMREG
           MOVE NUMREG    TO HF-NUMREG
           MOVE W-ANO-REF TO HF-ANO
           MOVE W-MES-REF TO HF-MES
           MOVE ZEROS     TO HF-VERSAO
           START CADHISTFOL KEY IS NOT LESS THAN HF-CHAVE
           IF ST-ERRO-HIS NOT = "00"
               MOVE "00" TO ST-ERRO-HIS
               GO TO REA-LER.
       REA-HIS.
           READ CADHISTFOL NEXT RECORD
           IF ST-ERRO-HIS NOT = "00"
               MOVE "00" TO ST-ERRO-HIS
               GO TO REA-SOMA.
           IF HF-NUMREG NOT = NUMREG OR HF-ANO NOT = W-ANO-REF
                                     OR HF-MES NOT = W-MES-REF
               GO TO REA-SOMA.
           MOVE HF-NUMREG  TO W-RE-NUMREG
           MOVE HF-SALARIO TO W-RE-BRUTO
           MOVE HF-INSS    TO W-RE-INSS
           MOVE HF-IRRF    TO W-RE-IRRF
           MOVE HF-LIQUIDO TO W-RE-LIQ
           GO TO REA-HIS.
       REA-SOMA.
           IF W-RE-NUMREG = ZEROS
               GO TO REA-LER.
           PERFORM REL-PONTO THRU REL-PONTO-FIM
           MOVE SALARIO TO W-SAL-BEN
           PERFORM BEN-CUSTO THRU BEN-CUSTO-FIM
           MOVE W-RE-BRUTO TO W-BRUTO-ENC
           PERFORM ENC-CALC THRU ENC-CALC-FIM
           MOVE W-RE-INSS TO W-AC-INSS
           MOVE W-RE-IRRF TO W-AC-IRRF
           MOVE W-RE-LIQ  TO W-AC-LIQ
           COMPUTE W-IXD = DEPARTAMENTO + 1
           PERFORM ACU-SOMA THRU ACU-SOMA-FIM
           GO TO REA-LER.
       REA-FIM.
           EXIT.
      *
      *****************************************
      * FOLHA SIMULADA DOS ATIVOS: REMOVIDOS   *
      * FICAM FORA; O REAJUSTE DO CARGO        *
      * PREVALECE SOBRE O DO DEPARTAMENTO      *
      *****************************************
      *
       FUN-001.
           MOVE 2 TO W-COL
           MOVE ZEROS TO NUMREG
           START CADFUN KEY IS NOT LESS THAN NUMREG
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               GO TO FUN-FIM.
       FUN-LER.
           READ CADFUN NEXT RECORD
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               GO TO FUN-FIM.
           IF STATUS-REG NOT = "A" OR ANODEM NOT = ZEROS
               GO TO FUN-LER.
           MOVE "R"    TO W-TIPO
           MOVE NUMREG TO W-NUMREG
           PERFORM ITE-LER THRU ITE-LER-FIM
           IF W-SEL = 1
               ADD 1 TO W-QTD-REM
               GO TO FUN-LER.
           MOVE ZEROS  TO W-PERC
           MOVE "C"    TO W-TIPO
           MOVE CARGO  TO W-NUMREG
           PERFORM ITE-LER THRU ITE-LER-FIM
           IF W-SEL = 1
               MOVE CE-PERC TO W-PERC
               GO TO FUN-CALC.
           MOVE "D"    TO W-TIPO
           MOVE DEPARTAMENTO TO W-NUMREG
           PERFORM ITE-LER THRU ITE-LER-FIM
           IF W-SEL = 1
               MOVE CE-PERC TO W-PERC.
       FUN-CALC.
           COMPUTE W-SAL-SIM ROUNDED =
                   (SALARIO * (100 + W-PERC)) / 100
           MOVE W-SAL-SIM TO SALARIO
           PERFORM REL-PONTO THRU REL-PONTO-FIM
           PERFORM REL-DEPEND THRU REL-DEPEND-FIM
           MOVE ZEROS TO W-PENSAO
           PERFORM VER-CALC THRU VER-CALC-FIM
           PERFORM REL-CALC THRU REL-CALC-FIM
           MOVE SALARIO TO W-SAL-BEN
           PERFORM BEN-CUSTO THRU BEN-CUSTO-FIM
           MOVE W-SALBRUTO TO W-BRUTO-ENC
           PERFORM ENC-CALC THRU ENC-CALC-FIM
           MOVE "E" TO SF-TIPO
           PERFORM SFL-GRAVA THRU SFL-GRAVA-FIM
           GO TO FUN-LER.
       FUN-FIM.
           EXIT.
      *
      *****************************************
      * VAGAS NOVAS DO CENARIO: SALARIO DA     *
      * VAGA SEM PONTO, VERBAS, DEPENDENTES OU *
      * BENEFICIOS                             *
      *****************************************
      *
       NOV-001.
           MOVE 2 TO W-COL
           MOVE W-CENARIO TO CE-CENARIO
           MOVE "N"       TO CE-TIPO
           MOVE ZEROS     TO CE-CODIGO
           START CADCENFOL KEY IS NOT LESS THAN CE-CHAVE
           IF ST-ERRO-CE NOT = "00"
               MOVE "00" TO ST-ERRO-CE
               GO TO NOV-FIM.
       NOV-LER.
           READ CADCENFOL NEXT RECORD
           IF ST-ERRO-CE NOT = "00"
               MOVE "00" TO ST-ERRO-CE
               GO TO NOV-FIM.
           IF CE-CENARIO NOT = W-CENARIO OR CE-TIPO NOT = "N"
               GO TO NOV-FIM.
           MOVE ZEROS TO W-NOVA.
       NOV-VAGA.
           IF W-NOVA NOT < CE-QTD
               GO TO NOV-LER.
           ADD 1 TO W-NOVA W-SEQ-NOVA W-QTD-NOVA
           DIVIDE CE-CODIGO BY 10 GIVING W-DEP REMAINDER W-CARGO
           COMPUTE NUMREG = 900000 + W-SEQ-NOVA
           MOVE "VAGA NOVA"  TO NOME
           MOVE W-DEP        TO DEPARTAMENTO
           MOVE W-CARGO      TO CARGO
           MOVE CE-SALARIO   TO SALARIO
           MOVE ZEROS        TO NUMFILHOS
           MOVE SALARIO      TO W-SALBRUTO
           MOVE ZEROS TO W-QTD-SALFAM W-QTD-IRRF W-PENSAO W-BENEF
                         W-VERBP-TRIB W-VERBP-NTRIB W-VERBD-TOT
           PERFORM REL-CALC THRU REL-CALC-FIM
           MOVE W-SALBRUTO TO W-BRUTO-ENC
           PERFORM ENC-CALC THRU ENC-CALC-FIM
           MOVE "N" TO SF-TIPO
           PERFORM SFL-GRAVA THRU SFL-GRAVA-FIM
           GO TO NOV-VAGA.
       NOV-FIM.
           EXIT.
      *
      *    GRAVACAO DO FUNCIONARIO SIMULADO E ACUMULO NA COLUNA 2
       SFL-GRAVA.
           MOVE W-CENARIO    TO SF-CENARIO
           MOVE NUMREG       TO SF-NUMREG
           MOVE NOME         TO SF-NOME
           MOVE DEPARTAMENTO TO SF-DEP
           MOVE CARGO        TO SF-CARGO
           MOVE SALARIO      TO SF-SALARIO
           MOVE W-SALBRUTO   TO SF-BRUTO
           MOVE W-INSS       TO SF-INSS
           MOVE W-IRRF       TO SF-IRRF
           MOVE W-SALFAM     TO SF-SALFAM
           MOVE W-LIQUIDO    TO SF-LIQUIDO
           MOVE W-BENEF      TO SF-BENEF
           MOVE W-INSS-PAT   TO SF-INSS-PAT
           MOVE W-FGTS       TO SF-FGTS
           MOVE W-PROV-13    TO SF-PROV-13
           MOVE W-PROV-FER   TO SF-PROV-FER
           MOVE W-CUSTO      TO SF-CUSTO
           MOVE W-HOJE8      TO SF-DATA-CALC
           WRITE REGSIMFOL
           IF ST-ERRO-SF NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO CADSIMFOL " SF-NUMREG
               MOVE "00" TO ST-ERRO-SF.
           MOVE W-INSS    TO W-AC-INSS
           MOVE W-IRRF    TO W-AC-IRRF
           MOVE W-LIQUIDO TO W-AC-LIQ
           COMPUTE W-IXD = DEPARTAMENTO + 1
           PERFORM ACU-SOMA THRU ACU-SOMA-FIM.
       SFL-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * CUSTO DO EMPREGADOR: PROVISOES DE 13o  *
      * (1/12) E FERIAS + 1/3 (4/36); INSS     *
      * PATRONAL E FGTS SOBRE O BRUTO E AS     *
      * PROVISOES; MAIS OS BENEFICIOS          *
      *****************************************
      *
       ENC-CALC.
           COMPUTE W-PROV-13 ROUNDED = W-BRUTO-ENC / 12
           COMPUTE W-PROV-FER ROUNDED = (W-BRUTO-ENC * 4) / 36
           COMPUTE W-INSS-PAT ROUNDED = ((W-BRUTO-ENC + W-PROV-13 +
                   W-PROV-FER) * W-ALIQ-PAT) / 100
           COMPUTE W-FGTS ROUNDED = ((W-BRUTO-ENC + W-PROV-13 +
                   W-PROV-FER) * 8) / 100
           COMPUTE W-CUSTO = W-BRUTO-ENC + W-INSS-PAT + W-FGTS +
                   W-PROV-13 + W-PROV-FER + W-BENEF.
       ENC-CALC-FIM.
           EXIT.
      *
      *    VALE-TRANSPORTE MENOS A COPARTICIPACAO DE 6% DO SALARIO
      *    E VALE-REFEICAO, PELOS DIAS TRABALHADOS NA COMPETENCIA
       BEN-CUSTO.
           MOVE ZEROS TO W-BENEF
           IF W-TEM-BENEF NOT = 1
               GO TO BEN-CUSTO-FIM.
           MOVE NUMREG TO BN-NUMREG
           READ CADBENEF
           IF ST-ERRO-BEN NOT = "00"
               MOVE "00" TO ST-ERRO-BEN
               GO TO BEN-CUSTO-FIM.
           IF BN-VT-OPTA NOT = "S"
               GO TO BEN-CUSTO-VR.
           COMPUTE W-CUSTO-VT ROUNDED =
                   BN-VT-QTD-DIA * BN-VT-VALOR * W-DIAS-MES
           COMPUTE W-TETO-VT ROUNDED = (W-SAL-BEN * 6) / 100
           IF W-CUSTO-VT < W-TETO-VT
               MOVE W-CUSTO-VT TO W-COPART-VT
           ELSE
               MOVE W-TETO-VT TO W-COPART-VT.
           COMPUTE W-BENEF = W-CUSTO-VT - W-COPART-VT.
       BEN-CUSTO-VR.
           IF BN-VR-OPTA = "S"
               COMPUTE W-BENEF ROUNDED = W-BENEF +
                       BN-VR-QTD-DIA * BN-VR-VALOR * W-DIAS-MES.
       BEN-CUSTO-FIM.
           EXIT.
      *
      *    ACUMULO POR DEPARTAMENTO (W-IXD) E NA COMPOSICAO DO
      *    CUSTO, NA COLUNA W-COL (1 = REAL, 2 = SIMULADA)
       ACU-SOMA.
           ADD 1           TO TD-QTD(W-IXD, W-COL)
           ADD W-CUSTO     TO TD-CUSTO(W-IXD, W-COL)
           ADD W-BRUTO-ENC TO TC-VAL(1, W-COL)
           ADD W-INSS-PAT  TO TC-VAL(2, W-COL)
           ADD W-FGTS      TO TC-VAL(3, W-COL)
           ADD W-PROV-13   TO TC-VAL(4, W-COL)
           ADD W-PROV-FER  TO TC-VAL(5, W-COL)
           ADD W-BENEF     TO TC-VAL(6, W-COL)
           ADD W-CUSTO     TO TC-VAL(7, W-COL)
           ADD W-AC-INSS   TO TC-VAL(8, W-COL)
           ADD W-AC-IRRF   TO TC-VAL(9, W-COL)
           ADD W-AC-LIQ    TO TC-VAL(10, W-COL).
       ACU-SOMA-FIM.
           EXIT.
      *
      *****************************************
      * COMPARATIVO POR DEPARTAMENTO: REAL,    *
      * SIMULADO E ORCAMENTO DO MES NO         *
      * CADORCDEP; COMPOSICAO DO CUSTO         *
      *****************************************
      *
       IMP-001.
           MOVE W-CENARIO  TO LS-CENARIO
           MOVE W-CE-DESCR TO LS-DESCR
           MOVE W-MES-REF  TO LS-MES
           MOVE W-ANO-REF  TO LS-ANO
           MOVE LINSIM-TIT TO LINRELSIM
           WRITE LINRELSIM
           MOVE TF-VIGENCIA TO W-VIG-DATA-N
           MOVE W-VIG-DIA  TO LS-VIG-DIA
           MOVE W-VIG-MES  TO LS-VIG-MES
           MOVE W-VIG-ANO  TO LS-VIG-ANO
           MOVE W-ALIQ-PAT TO LS-ALIQ
           MOVE LINSIM-TAB TO LINRELSIM
           WRITE LINRELSIM
           IF TC-VAL(1, 1) = ZEROS
               MOVE LINSIM-SEMREAL TO LINRELSIM
               WRITE LINRELSIM.
           IF W-TEM-ORC NOT = 1
               MOVE LINSIM-SEMORC TO LINRELSIM
               WRITE LINRELSIM.
           MOVE LINSIM-SEP TO LINRELSIM
           WRITE LINRELSIM
           MOVE LINSIM-CAB TO LINRELSIM
           WRITE LINRELSIM
           MOVE LINSIM-SEP TO LINRELSIM
           WRITE LINRELSIM
           MOVE ZEROS TO W-T-QREA W-T-CREA W-T-QSIM W-T-CSIM W-T-ORC
           MOVE 1 TO W-IXD.
       IMP-DEP.
           IF W-IXD > 10
               GO TO IMP-TOT.
           COMPUTE W-DEP = W-IXD - 1
           MOVE ZEROS TO W-L-ORC
           IF W-TEM-ORC = 1
               MOVE W-DEP     TO OR-DEP
               MOVE W-ANO-REF TO OR-ANO
               READ CADORCDEP
               IF ST-ERRO-ORC = "00"
                   MOVE OR-VALOR-MES(W-MES-REF) TO W-L-ORC
               ELSE
                   MOVE "00" TO ST-ERRO-ORC.
           IF TD-QTD(W-IXD, 1) = ZEROS AND TD-QTD(W-IXD, 2) = ZEROS
                                       AND W-L-ORC = ZEROS
               ADD 1 TO W-IXD
               GO TO IMP-DEP.
           MOVE TD-QTD(W-IXD, 1)   TO W-L-QREA
           MOVE TD-CUSTO(W-IXD, 1) TO W-L-CREA
           MOVE TD-QTD(W-IXD, 2)   TO W-L-QSIM
           MOVE TD-CUSTO(W-IXD, 2) TO W-L-CSIM
           ADD W-L-QREA TO W-T-QREA
           ADD W-L-CREA TO W-T-CREA
           ADD W-L-QSIM TO W-T-QSIM
           ADD W-L-CSIM TO W-T-CSIM
           ADD W-L-ORC  TO W-T-ORC
           MOVE W-DEP  TO LS-DEP
           MOVE SPACES TO LS-DESCDEP
           IF W-TEM-DEP = 1
               MOVE W-DEP TO CODDEP
               READ CADDEP
               IF ST-ERRO-DEP = "00"
                   MOVE DESCDEP TO LS-DESCDEP
               ELSE
                   MOVE "00" TO ST-ERRO-DEP.
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM
           ADD 1 TO W-IXD
           GO TO IMP-DEP.
       IMP-TOT.
           MOVE LINSIM-SEP TO LINRELSIM
           WRITE LINRELSIM
           MOVE SPACE TO LS-DEP
           MOVE "TOTAL DA EMPRESA" TO LS-DESCDEP
           MOVE W-T-QREA TO W-L-QREA
           MOVE W-T-CREA TO W-L-CREA
           MOVE W-T-QSIM TO W-L-QSIM
           MOVE W-T-CSIM TO W-L-CSIM
           MOVE W-T-ORC  TO W-L-ORC
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM
           MOVE SPACES TO LINRELSIM
           WRITE LINRELSIM
           MOVE W-T-QREA   TO LS-QTD-R
           MOVE W-T-QSIM   TO LS-QTD-S
           MOVE W-QTD-NOVA TO LS-QTD-N
           MOVE W-QTD-REM  TO LS-QTD-X
           MOVE LINSIM-MOV TO LINRELSIM
           WRITE LINRELSIM
           MOVE SPACES TO LINRELSIM
           WRITE LINRELSIM
           MOVE LINSIM-CCAB TO LINRELSIM
           WRITE LINRELSIM
           MOVE LINSIM-SEP TO LINRELSIM
           WRITE LINRELSIM
           MOVE 1 TO W-IXC.
       IMP-COMP.
           IF W-IXC > 10
               GO TO IMP-FIM.
           MOVE TR-ROTULO(W-IXC) TO LS-ROTULO
           MOVE TC-VAL(W-IXC, 1) TO LS-CR
           MOVE TC-VAL(W-IXC, 2) TO LS-CS
           COMPUTE W-VAR = TC-VAL(W-IXC, 2) - TC-VAL(W-IXC, 1)
           MOVE W-VAR TO LS-CV
           MOVE LINSIM-COMP TO LINRELSIM
           WRITE LINRELSIM
           ADD 1 TO W-IXC
           GO TO IMP-COMP.
       IMP-FIM.
           EXIT.
      *
      *    LINHA DO COMPARATIVO: VARIACAO SOBRE O REAL E DIFERENCA
      *    PARA O ORCAMENTO (ZERO QUANDO NAO HA ORCAMENTO)
       IMP-LINHA.
           MOVE W-L-QREA TO LS-QTD-REA
           MOVE W-L-CREA TO LS-CUS-REA
           MOVE W-L-QSIM TO LS-QTD-SIM
           MOVE W-L-CSIM TO LS-CUS-SIM
           MOVE W-L-ORC  TO LS-ORC
           COMPUTE W-VAR = W-L-CSIM - W-L-CREA
           MOVE W-VAR TO LS-VAR
           MOVE ZEROS TO W-VAR-PCT
           IF W-L-CREA > ZEROS
               COMPUTE W-VAR-PCT ROUNDED = (W-VAR * 100) / W-L-CREA
                   ON SIZE ERROR MOVE ZEROS TO W-VAR-PCT.
           MOVE W-VAR-PCT TO LS-VAR-PCT
           MOVE ZEROS TO W-VAR
           IF W-L-ORC > ZEROS
               COMPUTE W-VAR = W-L-CSIM - W-L-ORC.
           MOVE W-VAR TO LS-DIF
           MOVE LINSIM-DET TO LINRELSIM
           WRITE LINRELSIM.
       IMP-LINHA-FIM.
           EXIT.
      *
      *****************************************
      * APURACAO DO PONTO DA COMPETENCIA:      *
      * HORAS EXTRAS 50/100 E DESCONTO DE      *
      * FALTAS SOBRE O SALARIO BASE            *
      *****************************************
      *
       REL-PONTO.
           MOVE SALARIO TO W-SALBRUTO
           MOVE 22 TO W-DIAS-MES
           IF W-TEM-PONTO = ZEROS
              GO TO REL-PONTO-FIM.
           MOVE NUMREG    TO PT-NUMREG
           MOVE W-ANO-REF TO PT-ANO
           MOVE W-MES-REF TO PT-MES
           READ CADPONTO
           IF ST-ERRO-PTO NOT = "00"
              GO TO REL-PONTO-FIM.
           MOVE PT-DIAS-TRAB TO W-DIAS-MES
           COMPUTE W-SALHORA ROUNDED = SALARIO / 220
           COMPUTE W-VALOR-HE ROUNDED =
                   (PT-HE50 * W-SALHORA * 1,5) +
                   (PT-HE100 * W-SALHORA * 2)
      *    DSR DAS HORAS EXTRAS: VALOR POR DIA UTIL VEZES OS
      *    DOMINGOS E FERIADOS DA COMPETENCIA
           MOVE ZEROS TO W-DSR-HE
           IF W-DSR-UTEIS NOT = ZEROS
              COMPUTE W-DSR-HE ROUNDED =
                      (W-VALOR-HE * W-DSR-DIAS) / W-DSR-UTEIS
              ADD W-DSR-HE TO W-VALOR-HE.
           COMPUTE W-DESC-FALTA ROUNDED =
                   (SALARIO / 30) * PT-DIAS-FALTA
           COMPUTE W-SALBRUTO = SALARIO + W-VALOR-HE -
                   W-DESC-FALTA
           IF W-SALBRUTO < ZEROS
              MOVE ZEROS TO W-SALBRUTO.
       REL-PONTO-FIM.
           EXIT.
      *
      *****************************************
      * DIAS UTEIS E DOMINGOS/FERIADOS DA      *
      * COMPETENCIA PARA O DSR DAS HORAS       *
      * EXTRAS; O SABADO CONTA COMO DIA UTIL   *
      *****************************************
      *
       DSR-DIAS.
           MOVE ZEROS TO W-DSR-UTEIS W-DSR-DIAS W-FER-FILIAL
           MOVE W-ANO-REF TO W-FER-ANO
           MOVE W-MES-REF TO W-FER-MES
           PERFORM MES-FIM THRU MES-FIM-FIM
           MOVE 1 TO W-FER-DIA.
       DSR-DIAS-LOOP.
           IF W-FER-DIA > W-FIM-MES
              GO TO DSR-DIAS-FIM.
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           IF W-DIA-IX = 1
              ADD 1 TO W-DSR-DIAS
           ELSE
              PERFORM FER-VERIFICA THRU FER-VERIFICA-FIM
              IF W-FERIADO = 1
                 ADD 1 TO W-DSR-DIAS
              ELSE
                 ADD 1 TO W-DSR-UTEIS.
           ADD 1 TO W-FER-DIA
           GO TO DSR-DIAS-LOOP.
       DSR-DIAS-FIM.
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
      * CONTAGEM DE DEPENDENTES NA COMPETENCIA:*
      * SALARIO-FAMILIA SO PARA FILHOS MENORES *
      * DE 14 ANOS; IRRF PARA TODOS. SEM       *
      * REGISTRO DE DEPENDENTES VALE NUMFILHOS *
      *****************************************
      *
       REL-DEPEND.
           MOVE NUMFILHOS TO W-QTD-SALFAM W-QTD-IRRF
           IF W-TEM-DEPEND = ZEROS
              GO TO REL-DEPEND-FIM.
           MOVE ZEROS TO W-QTD-SALFAM W-QTD-IRRF
           MOVE NUMREG TO DP-NUMREG
           MOVE ZEROS  TO DP-SEQ
           START CADDEPEND KEY IS NOT LESS THAN DP-CHAVE
           IF ST-ERRO-DPD NOT = "00"
              GO TO REL-DEPEND-TST.
       REL-DEPEND-LER.
           READ CADDEPEND NEXT RECORD
           IF ST-ERRO-DPD NOT = "00"
              GO TO REL-DEPEND-TST.
           IF DP-NUMREG NOT = NUMREG
              GO TO REL-DEPEND-TST.
           ADD 1 TO W-QTD-IRRF
           IF DP-PARENTESCO = 1
              COMPUTE W-DATA-14 = (DP-ANO-NASC + 14) * 10000 +
                      DP-MES-NASC * 100 + DP-DIA-NASC
              IF W-DATA-14 > W-DATA-REF
                 ADD 1 TO W-QTD-SALFAM.
           GO TO REL-DEPEND-LER.
       REL-DEPEND-TST.
           IF W-QTD-IRRF = ZEROS
              MOVE NUMFILHOS TO W-QTD-SALFAM W-QTD-IRRF.
       REL-DEPEND-FIM.
           EXIT.
      *
      *****************************************
      * CALCULO DE INSS, IRRF, SALARIO-FAMILIA *
      * PELA TABELA VIGENTE NA COMPETENCIA     *
      *****************************************
      *
       REL-CALC.
           MOVE ZEROS TO W-INSS W-IRRF W-SALFAM W-LIQUIDO
                         W-BASE-IRRF
           MOVE W-SALBRUTO TO W-SALBASE
           IF W-SALBASE > TF-INSS-TETO
              MOVE TF-INSS-TETO TO W-SALBASE.
           MOVE 1 TO W-IX.
       REL-CALC-INSS.
           IF W-IX < 4 AND W-SALBASE > TF-INSS-LIM(W-IX)
              ADD 1 TO W-IX
              GO TO REL-CALC-INSS.
           IF W-IX = 1
              COMPUTE W-INSS ROUNDED = W-SALBASE *
                      TF-INSS-ALQ(1)
           ELSE
              COMPUTE W-IX1 = W-IX - 1
              COMPUTE W-INSS ROUNDED = TF-INSS-PARC(W-IX) +
                      (W-SALBASE - TF-INSS-LIM(W-IX1)) *
                      TF-INSS-ALQ(W-IX).
      *
           IF W-SALBRUTO <= TF-SALFAM-LIM
              COMPUTE W-SALFAM = W-QTD-SALFAM * TF-SALFAM-VAL.
      *
           COMPUTE W-BASE-IRRF = W-SALBRUTO - W-INSS -
                   (W-QTD-IRRF * TF-DED-DEPEND) - W-PENSAO
           MOVE 1 TO W-IX.
       REL-CALC-IRRF.
           IF W-IX < 5 AND W-BASE-IRRF > TF-IRRF-LIM(W-IX)
              ADD 1 TO W-IX
              GO TO REL-CALC-IRRF.
           IF W-IX = 1
              MOVE ZEROS TO W-IRRF
           ELSE
              COMPUTE W-IRRF ROUNDED = (W-BASE-IRRF *
                      TF-IRRF-ALQ(W-IX)) - TF-IRRF-DED(W-IX).
           IF W-IRRF < ZEROS
              MOVE ZEROS TO W-IRRF.
      *
           COMPUTE W-LIQUIDO = W-SALBRUTO - W-INSS - W-IRRF +
                   W-SALFAM + W-VERBP-NTRIB - W-VERBD-TOT
           IF W-LIQUIDO < ZEROS
              MOVE ZEROS TO W-LIQUIDO.
       REL-CALC-FIM.
           EXIT.
      *
      *****************************************
      * VERBAS DO FUNCIONARIO: LANCAMENTOS     *
      * RECORRENTES (COMPETENCIA ZERADA) E OS  *
      * AVULSOS DA COMPETENCIA. PROVENTO COM   *
      * INCIDENCIA ENTRA NO BRUTO ANTES DE     *
      * INSS/IRRF; SEM INCIDENCIA E OS         *
      * DESCONTOS ENTRAM DIRETO NO LIQUIDO     *
      *****************************************
      *
       VER-CALC.
           MOVE ZEROS TO W-VERBP-TRIB W-VERBP-NTRIB
                         W-VERBD-TOT
           IF W-TEM-VERBA NOT = 1
              GO TO VER-CALC-FIM.
           MOVE NUMREG TO LA-NUMREG
           MOVE ZEROS  TO LA-COMPET LA-VERBA
           START CADLANCA KEY IS NOT LESS THAN LA-CHAVE
           IF ST-ERRO-LAN NOT = "00"
              MOVE "00" TO ST-ERRO-LAN
              GO TO VER-CALC-FIM.
       VER-CALC-LER.
           READ CADLANCA NEXT RECORD
           IF ST-ERRO-LAN NOT = "00"
              MOVE "00" TO ST-ERRO-LAN
              GO TO VER-CALC-APL.
           IF LA-NUMREG NOT = NUMREG
              GO TO VER-CALC-APL.
           IF LA-COMPET NOT = ZEROS
              IF LA-ANO NOT = W-ANO-REF OR
                 LA-MES NOT = W-MES-REF
                 GO TO VER-CALC-LER.
           MOVE LA-VERBA TO VB-CODIGO
           READ CADVERBA
           IF ST-ERRO-VB NOT = "00"
              MOVE "00" TO ST-ERRO-VB
              GO TO VER-CALC-LER.
           IF VB-BASE = "P"
              COMPUTE W-VERBA-VAL ROUNDED =
                      (SALARIO * LA-VALOR) / 100
           ELSE
              MOVE LA-VALOR TO W-VERBA-VAL.
           IF VB-TIPO = "P"
              IF VB-INCIDE-INSS = "S" OR VB-INCIDE-IRRF = "S"
                 ADD W-VERBA-VAL TO W-VERBP-TRIB
              ELSE
                 ADD W-VERBA-VAL TO W-VERBP-NTRIB
           ELSE
              ADD W-VERBA-VAL TO W-VERBD-TOT.
           GO TO VER-CALC-LER.
       VER-CALC-APL.
           ADD W-VERBP-TRIB TO W-SALBRUTO.
       VER-CALC-FIM.
           EXIT.
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR91T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE W-MOTIVO   TO AU-MOTIVO
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       SIM-FIM.
           CLOSE CADFUN CADTABFOL CADCENFOL CADSIMFOL AUDITLOG
           IF W-TEM-HIS = 1
               CLOSE CADHISTFOL.
           IF W-TEM-PONTO = 1
               CLOSE CADPONTO.
           IF W-TEM-DEPEND = 1
               CLOSE CADDEPEND.
           IF W-TEM-LAN = 1
               CLOSE CADLANCA.
           IF W-TEM-VERBA = 1
               CLOSE CADVERBA.
           IF W-TEM-BENEF = 1
               CLOSE CADBENEF.
           IF W-TEM-CMP = 1
               CLOSE CADCOMPFOL.
           IF W-TEM-ORC = 1
               CLOSE CADORCDEP.
           IF W-TEM-QDR = 1
               CLOSE CADQUADRO.
           IF W-TEM-FX = 1
               CLOSE CADFAIXA.
           IF W-TEM-DEP = 1
               CLOSE CADDEP.
           IF W-TEM-FER = 1
               CLOSE CADFERIADO.
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
