       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP074 INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************************
      * SERIE DE SESSOES (PACOTE DE ATENDIMENTOS)      *
      * MARCA DE UMA VEZ AS SESSOES SEMANAIS DE UM     *
      * PACIENTE (MESMO DIA DA SEMANA E HORARIO),      *
      * VALIDANDO CADA DATA NA AGENDA (CADAGMED), NAS  *
      * AUSENCIAS (CADAUSMED) E NOS CONFLITOS DO       *
      * CADCONSU, E OFERECE ALTERNATIVA PARA AS DATAS  *
      * RECUSADAS. A SERIE FICA NUMERADA NO CADSERCON  *
      * PARA CANCELAR OU REMARCAR AS SESSOES RESTANTES *
      * E ACOMPANHAR O SALDO DO PACOTE AUTORIZADO      *
      * (CADAUTPROC)                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------------------------------------------------
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT CADSERCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SC-NUMERO
                    FILE STATUS  IS ST-ERRO-SC
                    ALTERNATE RECORD KEY IS SC-CPF
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDATA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CRMDATA
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MED.
      *
      *-----------------------------------------------------------------
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO-PROC
                    ALTERNATE RECORD IS DESCRPROC WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADAUTPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-CHAVE
                    FILE STATUS  IS ST-ERRO-AUT.
      *
      *-----------------------------------------------------------------
           SELECT CADAGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGM-CHAVE
                    FILE STATUS  IS ST-ERRO-AGM.
      *
      *-----------------------------------------------------------------
           SELECT CADAUSMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUS-CHAVE
                    FILE STATUS  IS ST-ERRO-AUS.
      *
      *-----------------------------------------------------------------
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
      *
      *-----------------------------------------------------------------
           SELECT CADAGFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AF-CHAVE
                    FILE STATUS  IS ST-ERRO-AGF.
      *
      *-----------------------------------------------------------------
           SELECT CADFILIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO-FIL.
      *
      *-----------------------------------------------------------------
           SELECT CADSERIES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SR-SERIE
                    FILE STATUS  IS ST-ERRO-SER.
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
       DATA DIVISION.
       FILE SECTION.
       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD CADSERCON
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERCON.DAT".
       01 REGSERCON.
                03 SC-NUMERO       PIC 9(06).
                03 SC-CPF          PIC 9(11).
                03 SC-CRM          PIC 9(06).
                03 SC-FILIAL       PIC 9(02).
                03 SC-DIASEM       PIC 9(01).
                03 SC-HORA.
                    05 SC-HR       PIC 9(02).
                    05 SC-MN       PIC 9(02).
                03 SC-QTD          PIC 9(02).
                03 SC-DATA-INI     PIC 9(08).
                03 SC-PROC         PIC 9(04).
                03 SC-AUT-NUM      PIC X(20).
                03 SC-AUT-QTD      PIC 9(03).
                03 SC-SITUACAO     PIC X(01).
                03 SC-DATA-REG     PIC 9(08).
                03 SC-OPERADOR     PIC X(08).
                03 SC-SESSAO OCCURS 40 TIMES.
                    05 SC-SES-DATA PIC 9(08).
                    05 SC-SES-HORA PIC 9(04).
                    05 SC-SES-SIT  PIC X(01).

       FD CADCONSU
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONSU.DAT".
       01 REGCONSU.
                03 CPFDATA.
                    05 CPF-P       PIC 9(11).
                    05 DATACONSULTA.
                        07 DIA-C   PIC 9(02).
                        07 MES-C   PIC 9(02).
                        07 ANO-C   PIC 9(04).
                    05 HORACONSULTA.
                        07 HORA-C  PIC 9(02).
                        07 MIN-C   PIC 9(02).
                03 CRM-MED         PIC 9(06).
                03 QTD-CID         PIC 9(02).
                03 CID             PIC X(05) OCCURS 05 TIMES.
                03 DESCRCON1       PIC X(60).
                03 DESCRCON2       PIC X(60).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 QTD-PROC        PIC 9(02).
                03 PROC-TAB OCCURS 05 TIMES.
                    05 PROC-COD    PIC 9(04).
                    05 PROC-VAL    PIC 9(06)V99.
                03 STATUS-CONSU    PIC X(01).
                03 SIT-FATUR       PIC X(01).
                03 COD-GLOSA       PIC X(05).
                03 CRMDATA.
                    05 CRM-ALT     PIC 9(06).
                    05 DATA-ALT    PIC 9(08).
                03 NUM-LOTE        PIC 9(06).
                03 COD-FILIAL      PIC 9(02).

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOME-P          PIC X(30).
                03 DATANASC-P.
                    05 DIA-P       PIC 9(02).
                    05 MES-P       PIC 9(02).
                    05 ANO-P       PIC 9(04).
                03 SEXO-P          PIC X(01).
                03 GENERO-P        PIC X(01).
                03 CONVENIO        PIC 9(04).
                03 NUMCARTEIRINHA  PIC X(15).
                03 VALIDADE-CONVENIO.
                    05 DIA-VAL     PIC 9(02).
                    05 MES-VAL     PIC 9(02).
                    05 ANO-VAL     PIC 9(04).
                03 LOGRADOURO.
                    05 ACEP        PIC 9(08).
                    05 NUMCASA     PIC 9(04).
                    05 COMPLEMENTO PIC X(10).
                03 TELEFONE.
                        07 DDD     PIC 9(02).
                        07 NUMTEL  PIC 9(09).
                03 EMAIL-P         PIC X(30).
                03 CONTATO-EMERGENCIA.
                    05 NOME-EMERG  PIC X(25).
                    05 PARENTESCO  PIC X(12).
                    05 DDD-EMERG   PIC 9(02).
                    05 TEL-EMERG   PIC 9(09).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 LOGRADOURO-COM.
                    05 ACEP-COM        PIC 9(08).
                    05 NUMCASA-COM     PIC 9(04).
                    05 COMPLEMENTO-COM PIC X(10).
                03 TIPO-END-PRIMARIO PIC X(01).

       FD CADMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
                03 CRM             PIC 9(06).
                03 CRM-UF          PIC X(02).
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(124).

       FD CADPROC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
                03 CODPROC         PIC 9(04).
                03 DESCRPROC       PIC X(30).
                03 VALORPROC       PIC 9(06)V99.
                03 AUTORIZPROC     PIC X(01).

       FD CADAUTPROC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAUTPROC.DAT".
       01 REGAUTPROC.
                03 AT-CHAVE.
                    05 AT-CPF      PIC 9(11).
                    05 AT-DATA.
                        07 AT-DIA  PIC 9(02).
                        07 AT-MES  PIC 9(02).
                        07 AT-ANO  PIC 9(04).
                    05 AT-HORA     PIC 9(04).
                    05 AT-PROC     PIC 9(04).
                03 AT-NUMERO       PIC X(20).
                03 AT-DATA-CONC    PIC 9(08).
                03 AT-VALIDADE     PIC 9(08).

       FD CADAGMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAGMED.DAT".
       01 REGAGMED.
                03 AGM-CHAVE.
                    05 AGM-CRM     PIC 9(06).
                    05 AGM-FILIAL  PIC 9(02).
                03 AGM-DIA-TAB OCCURS 07 TIMES.
                    05 AGM-ATENDE  PIC X(01).
                    05 AGM-HINI    PIC 9(04).
                    05 AGM-HFIM    PIC 9(04).
                03 AGM-OVBK        PIC 9(01).

       FD CADAUSMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAUSMED.DAT".
       01 REGAUSMED.
                03 AUS-CHAVE.
                    05 AUS-CRM     PIC 9(06).
                    05 AUS-DATA-INI PIC 9(08).
                03 AUS-DATA-FIM    PIC 9(08).
                03 AUS-MOTIVO      PIC X(20).

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

      *    ABERTURA DA AGENDA DO MEDICO EM DIA DE FERIADO
       FD CADAGFER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAGFER.DAT".
       01 REGAGFER.
                03 AF-CHAVE.
                    05 AF-CRM      PIC 9(06).
                    05 AF-FILIAL   PIC 9(02).
                    05 AF-DATA     PIC 9(08).
                03 AF-HINI         PIC 9(04).
                03 AF-HFIM         PIC 9(04).
                03 AF-DATA-GER     PIC 9(08).

       FD CADFILIAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
                03 FIL-CODIGO      PIC 9(02).
                03 FIL-NOME        PIC X(30).
                03 FIL-ENDERECO    PIC X(30).

       FD CADSERIES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIES.DAT".
       01 REGSERIES.
                03 SR-SERIE        PIC X(10).
                03 SR-PROXIMO      PIC 9(06).

       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 LINAUDIT.
                03 AU-DATA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-HORA         PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-OPERACAO     PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-CHAVE        PIC X(15).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 AU-MOTIVO       PIC X(30).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-BRANCO     PIC X(80) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-SC   PIC X(02) VALUE "00".
       77 ST-ERRO-PACI PIC X(02) VALUE "00".
       77 ST-ERRO-MED  PIC X(02) VALUE "00".
       77 ST-ERRO-PROC PIC X(02) VALUE "00".
       77 ST-ERRO-AUT  PIC X(02) VALUE "00".
       77 ST-ERRO-AGM  PIC X(02) VALUE "00".
       77 ST-ERRO-AUS  PIC X(02) VALUE "00".
       77 ST-ERRO-FIL  PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-JRN  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-AGM-OK     PIC 9(01) VALUE ZEROS.
       77 W-AUS-OK     PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-AGF  PIC X(02) VALUE "00".
       77 W-AGF-OK     PIC 9(01) VALUE ZEROS.
       77 W-AGF-ABERTA PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-FER  PIC X(02) VALUE "00".
       77 W-TEM-FER    PIC 9(01) VALUE ZEROS.
       77 W-FERIADO    PIC 9(01) VALUE ZEROS.
       77 W-FER-PASSO  PIC 9(01) VALUE ZEROS.
       77 W-FER-FILIAL PIC 9(02) VALUE ZEROS.
       77 W-FER-BUSCA  PIC 9(08) VALUE ZEROS.
       77 W-FIL-OK     PIC 9(01) VALUE ZEROS.
       77 W-NUM-LIVRE  PIC 9(06) VALUE ZEROS.
       77 W-NUM-SER    PIC 9(06) VALUE ZEROS.
       77 W-CPF-LIS    PIC 9(11) VALUE ZEROS.
       77 W-PROC-VAL   PIC 9(06)V99 VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-COLUNA     PIC 9(02) VALUE ZEROS.
       77 W-SES-IX     PIC 9(02) VALUE ZEROS.
       77 W-SES-AUX    PIC 9(02) VALUE ZEROS.
       77 W-ALT-TENT   PIC 9(02) VALUE ZEROS.
       77 W-QTD-MARC   PIC 9(02) VALUE ZEROS.
       77 W-QTD-REJ    PIC 9(02) VALUE ZEROS.
       77 W-QTD-REAL   PIC 9(03) VALUE ZEROS.
       77 W-QTD-PEND   PIC 9(03) VALUE ZEROS.
       77 W-QTD-FALTA  PIC 9(03) VALUE ZEROS.
       77 W-QTD-CANC   PIC 9(03) VALUE ZEROS.
       77 W-QTD-NMARC  PIC 9(03) VALUE ZEROS.
       77 W-SALDO      PIC S9(03) VALUE ZEROS.
       77 W-SALDO-ED   PIC -ZZ9.
       77 W-QTD-ED     PIC ZZ9.
       77 W-REJ        PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO     PIC X(20) VALUE SPACES.
       77 W-MOTIVO-EXC PIC X(30) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-DATA-BASE  PIC 9(08) VALUE ZEROS.
       77 W-NOVO-DIASEM PIC 9(01) VALUE ZEROS.
       77 W-REGCONSU-SAVE PIC X(298) VALUE SPACES.
       77 W-DIA-IX     PIC 9(01) VALUE ZEROS.
       77 W-DIASEM     PIC 9(01) VALUE ZEROS.
       77 W-HORA-NUM   PIC 9(04) VALUE ZEROS.
       77 W-LIM-MES    PIC 9(02) VALUE ZEROS.
       77 ANORESTO     PIC 9(04) VALUE ZEROS.
       77 ANODIV       PIC 9(05) VALUE ZEROS.
       77 W-ZM         PIC 9(02) VALUE ZEROS.
       77 W-ZA         PIC 9(04) VALUE ZEROS.
       77 W-ZJ         PIC 9(02) VALUE ZEROS.
       77 W-ZK         PIC 9(02) VALUE ZEROS.
       77 W-ZT1        PIC S9(04) VALUE ZEROS.
       77 W-ZT2        PIC S9(04) VALUE ZEROS.
       77 W-ZT3        PIC S9(04) VALUE ZEROS.
       77 W-ZH         PIC S9(04) VALUE ZEROS.
       77 W-CRM-CHK    PIC 9(06) VALUE ZEROS.
       77 W-CPF-CHK    PIC 9(11) VALUE ZEROS.
       77 W-FIL-CHK    PIC 9(02) VALUE ZEROS.
       77 W-CONFLITO   PIC 9(01) VALUE ZEROS.
       77 W-RISCO-CPF  PIC 9(11) VALUE ZEROS.
       77 W-RISCO-TOT  PIC 9(04) VALUE ZEROS.
       77 W-RISCO-FAL  PIC 9(04) VALUE ZEROS.
       77 W-RISCO-PC   PIC 9(03) VALUE ZEROS.
       77 W-QTD-BANDA  PIC 9(01) VALUE ZEROS.
       77 W-BANDA-IX   PIC 9(02) VALUE ZEROS.
       77 W-RISCO-SOMA PIC 9(05) VALUE ZEROS.
       77 W-RISCO-MED  PIC 9(03) VALUE ZEROS.
       01 W-FER-DATA.
           03 W-FER-ANO     PIC 9(04).
           03 W-FER-MES     PIC 9(02).
           03 W-FER-DIA     PIC 9(02).
       01 W-FER-DATA-N REDEFINES W-FER-DATA PIC 9(08).
       01 TABBANDA.
           03 W-BANDA-CPF PIC 9(11) OCCURS 9 TIMES.
      *
      *    DATA DA SESSAO EM TRABALHO (AAAAMMDD) E HORARIO
       01 W-DATA-SER.
           03 W-ANO-SER    PIC 9(04).
           03 W-MES-SER    PIC 9(02).
           03 W-DIA-SER    PIC 9(02).
       01 W-DATA-SER-N REDEFINES W-DATA-SER PIC 9(08).
       01 W-HORA-SER.
           03 W-HR-SER     PIC 9(02).
           03 W-MN-SER     PIC 9(02).
       01 W-HORA-SER-N REDEFINES W-HORA-SER PIC 9(04).
      *
      *    DATA DE INICIO DIGITADA NA TELA (DD/MM/AAAA)
       01 W-DATA-TELA.
           03 W-DIA-TELA   PIC 9(02).
           03 W-MES-TELA   PIC 9(02).
           03 W-ANO-TELA   PIC 9(04).
      *
       01 TABDIASMES.
           03 FILLER       PIC X(24) VALUE "312831303130313130313031".
       01 TDM REDEFINES TABDIASMES.
           03 T-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.
       01 TABNOMEDIA.
           03 FILLER       PIC X(07) VALUE "DOMINGO".
           03 FILLER       PIC X(07) VALUE "SEGUNDA".
           03 FILLER       PIC X(07) VALUE "TERCA".
           03 FILLER       PIC X(07) VALUE "QUARTA".
           03 FILLER       PIC X(07) VALUE "QUINTA".
           03 FILLER       PIC X(07) VALUE "SEXTA".
           03 FILLER       PIC X(07) VALUE "SABADO".
       01 TND REDEFINES TABNOMEDIA.
           03 T-NOMEDIA    PIC X(07) OCCURS 7 TIMES.
      *
      *    MOTIVO DE CADA SESSAO NAO MARCADA/REMARCADA
       01 TABREJ.
           03 W-REJ-MOT    PIC X(20) OCCURS 40 TIMES.
      *
       01 W-DESCR-SES.
           03 FILLER       PIC X(07) VALUE "SESSAO ".
           03 W-DS-NUM     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-DS-QTD     PIC 9(02).
           03 FILLER       PIC X(10) VALUE " DA SERIE ".
           03 W-DS-SERIE   PIC 9(06).
       01 W-MOT-REM.
           03 FILLER       PIC X(20) VALUE "REMARCADA NA SERIE ".
           03 W-MR-SERIE   PIC 9(06).
           03 FILLER       PIC X(04) VALUE SPACES.
      *
      *    CELULA DA GRADE DE SESSOES (4 COLUNAS X 10 LINHAS)
       01 W-CEL.
           03 W-CEL-NUM    PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-CEL-DIA    PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-CEL-MES    PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-CEL-HR     PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 W-CEL-MN     PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-CEL-SIT    PIC X(01).
      *
      *    LINHA DA LISTA DE DATAS NAO MARCADAS
       01 W-LIN-REJ.
           03 W-LR-NUM     PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LR-DIA     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-LR-MES     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-LR-ANO     PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LR-HR      PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 W-LR-MN      PIC 9(02).
           03 FILLER       PIC X(03) VALUE " - ".
           03 W-LR-MOT     PIC X(20).
      *
       01 W-LIN-ALT.
           03 FILLER       PIC X(13) VALUE "ALTERNATIVA: ".
           03 W-LA-DIA     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-LA-MES     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-LA-ANO     PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LA-HR      PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 W-LA-MN      PIC 9(02).
           03 FILLER       PIC X(17) VALUE " - ACEITA (S/N) :".
      *
       01 W-LIN-SER.
           03 W-LS-NUMERO  PIC 9(06).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LS-NOMEDIA PIC X(07).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LS-HR      PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 W-LS-MN      PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LS-QTD     PIC 9(02).
           03 FILLER       PIC X(10) VALUE " SESSOES ".
           03 W-LS-CRM     PIC 9(06).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LS-SIT     PIC X(10).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
      *    PERFIL DA SESSAO DO MENU GERAL (BRANCO = FORA DO MENU)
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER SES-PERFIL.
           IF ST-ERRO-SES = "00"
               CLOSE OPERSES
               MOVE SES-OPER   TO W-OPERADOR
               MOVE SES-PERFIL TO W-PERFIL.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-OP1.
           OPEN I-O CADSERCON
           IF ST-ERRO-SC NOT = "00"
               IF ST-ERRO-SC = "30"
                      OPEN OUTPUT CADSERCON
                      CLOSE CADSERCON
                      MOVE "* ARQUIVO CADSERCON SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSERCON"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN I-O CADCONSU
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCONSU
                      CLOSE CADCONSU
                      MOVE "* ARQUIVO CADCONSU SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADSERCON
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       INC-OP3.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADSERCON CADCONSU
               GO TO ROT-FIMP.
       INC-OP4.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADSERCON CADCONSU CADPACI
               GO TO ROT-FIMP.
       INC-OP5.
           OPEN INPUT CADPROC
           IF ST-ERRO-PROC NOT = "00"
               MOVE "ARQUIVO CADPROC NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADSERCON CADCONSU CADPACI CADMED
               GO TO ROT-FIMP.
       INC-OP6.
           OPEN I-O CADAUTPROC
           IF ST-ERRO-AUT NOT = "00"
               IF ST-ERRO-AUT = "30"
                      OPEN OUTPUT CADAUTPROC
                      CLOSE CADAUTPROC
                      GO TO INC-OP6
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUTPROC"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADSERCON CADCONSU CADPACI CADMED CADPROC
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       INC-OP7.
           OPEN INPUT CADAGMED
           IF ST-ERRO-AGM = "00"
               MOVE 1 TO W-AGM-OK.
           OPEN INPUT CADAUSMED
           IF ST-ERRO-AUS = "00"
               MOVE 1 TO W-AUS-OK.
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL = "00"
               MOVE 1 TO W-FIL-OK.
      *    FERIADO SO FECHA A AGENDA COM O CALENDARIO DO PROGR86T
       FER-OP0.
           MOVE 1 TO W-TEM-FER
           OPEN INPUT CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               MOVE ZEROS TO W-TEM-FER.
       AGF-OP0.
           OPEN INPUT CADAGFER
           IF ST-ERRO-AGF = "00"
               MOVE 1 TO W-AGF-OK.
       AUD-OP0.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
       JRN-OP0.
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
               OPEN OUTPUT JORNAL.
      *
       INC-001.
                MOVE ZEROS  TO W-NUM-SER SC-NUMERO SC-CPF SC-CRM
                               SC-DIASEM SC-HORA SC-QTD SC-DATA-INI
                               SC-PROC SC-AUT-QTD W-DATA-TELA
                               W-PROC-VAL.
                MOVE 01     TO SC-FILIAL
                MOVE SPACES TO SC-AUT-NUM SC-SITUACAO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "SERIE DE SESSOES (PACOTE)"
                DISPLAY (02, 01)
                   "NUMERO 0=NOVA SERIE   F4=SERIES DO PACIENTE"
                DISPLAY (03, 01) "NUMERO SERIE   : "
                DISPLAY (04, 01) "CPF PACIENTE   : "
                DISPLAY (05, 01) "CRM MEDICO     : "
                DISPLAY (06, 01) "FILIAL         : "
                DISPLAY (07, 01) "DIA DA SEMANA  : "
                DISPLAY (07, 40) "HORARIO        :   :"
                DISPLAY (08, 01) "QTD SESSOES    : "
                DISPLAY (08, 40) "DATA INICIO    :   /  /"
                DISPLAY (09, 01) "PROCEDIMENTO   : "
                DISPLAY (10, 01) "AUTORIZACAO    : "
                DISPLAY (10, 40) "QTD AUTORIZADA : ".
       INC-002.
                ACCEPT (03, 18) W-NUM-SER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   GO TO LIS-001.
                IF W-NUM-SER = ZEROS
                   GO TO INC-003.
                MOVE W-NUM-SER TO SC-NUMERO
                READ CADSERCON
                IF ST-ERRO-SC NOT = "00"
                   MOVE "*** SERIE NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM SER-MOSTRA THRU SER-MOSTRA-FIM
                GO TO ACE-001.
       INC-003.
                ACCEPT (04, 18) SC-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF SC-CPF = ZEROS
                   MOVE "*** CPF NAO PODE SER ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE SC-CPF TO CPF
                READ CADPACI
                IF ST-ERRO-PACI NOT = "00"
                   MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF STATUS-REG OF REGPACI = "I"
                   MOVE "*** PACIENTE EXCLUIDO DO CADASTRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (04, 31) NOME-P.
       INC-004.
                ACCEPT (05, 18) SC-CRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SC-CRM = ZEROS
                   MOVE "CRM NAO PODE SER ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE SC-CRM TO CRM
                READ CADMED
                IF ST-ERRO-MED NOT = "00"
                   MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (05, 31) NOME-M.
       INC-005.
                ACCEPT (06, 18) SC-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF SC-FILIAL = ZEROS
                   MOVE 01 TO SC-FILIAL
                   DISPLAY (06, 18) SC-FILIAL.
                IF W-FIL-OK = 1
                   MOVE SC-FILIAL TO FIL-CODIGO
                   READ CADFILIAL
                   IF ST-ERRO-FIL NOT = "00"
                      MOVE "*** FILIAL NAO CADASTRADA (SMP052) ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005
                   ELSE
                      DISPLAY (06, 31) FIL-NOME.
       INC-006.
                DISPLAY (07, 21) "(2=SEG ... 7=SAB)"
                ACCEPT (07, 18) SC-DIASEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF SC-DIASEM < 2 OR SC-DIASEM > 7
                   MOVE "*** DIA DA SEMANA DE 2 (SEG) A 7 (SAB) ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                DISPLAY (07, 21) "                 "
                DISPLAY (07, 21) T-NOMEDIA(SC-DIASEM).
       INC-007.
                ACCEPT (07, 57) SC-HR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF SC-HR NOT < 24
                   MOVE "*** HORA INVALIDA (00 A 23) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                ACCEPT (07, 60) SC-MN
                IF SC-MN NOT < 60
                   MOVE "*** MINUTO INVALIDO (00 A 59) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (08, 18) SC-QTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF SC-QTD = ZEROS OR SC-QTD > 40
                   MOVE "*** QUANTIDADE DE SESSOES DE 1 A 40 ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (08, 57) W-DIA-TELA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                ACCEPT (08, 60) W-MES-TELA
                ACCEPT (08, 63) W-ANO-TELA
                MOVE W-ANO-TELA TO W-ANO-SER
                MOVE W-MES-TELA TO W-MES-SER
                MOVE W-DIA-TELA TO W-DIA-SER
                PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
                IF W-REJ = 1
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF W-DATA-SER-N < W-HOJE
                   MOVE "*** DATA DE INICIO JA PASSOU ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                MOVE W-DATA-SER-N TO SC-DATA-INI.
       INC-010.
                ACCEPT (09, 18) SC-PROC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                MOVE ZEROS TO W-PROC-VAL
                IF SC-PROC = ZEROS
                   DISPLAY (09, 31) "SEM PROCEDIMENTO"
                   GO TO INC-OPC.
                MOVE SC-PROC TO CODPROC
                READ CADPROC
                IF ST-ERRO-PROC NOT = "00"
                   MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                MOVE VALORPROC TO W-PROC-VAL
                DISPLAY (09, 31) DESCRPROC.
       INC-011.
                ACCEPT (10, 18) SC-AUT-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF SC-AUT-NUM = SPACES
                   IF AUTORIZPROC = "S"
                      MOVE "* PROCEDIMENTO EXIGE AUTORIZACAO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-011
                   ELSE
                      MOVE ZEROS TO SC-AUT-QTD
                      GO TO INC-OPC.
       INC-012.
                ACCEPT (10, 57) SC-AUT-QTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF SC-AUT-QTD = ZEROS
                   MOVE "*** QTD AUTORIZADA NAO PODE SER ZERO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
                IF SC-QTD > SC-AUT-QTD
                   MOVE "* SESSOES ALEM DA QUANTIDADE AUTORIZADA *"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
      *
       INC-OPC.
                IF W-PERFIL = "C"
                   MOVE "* OPERADOR SEM PERMISSAO DE INCLUSAO *"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-OPC1.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "MARCAR SERIE (S/N) : ".
                ACCEPT (23, 61) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC1.
                DISPLAY (23, 40) "                         ".
      *
      *****************************************
      * MARCACAO DAS SESSOES DA SERIE: CADA    *
      * DATA E VALIDADA COMO NO SMP006; A      *
      * RECUSADA RECEBE UMA ALTERNATIVA        *
      *****************************************
      *
       INC-WR1.
                PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
                IF W-NUM-LIVRE = ZEROS
                   MOVE "ERRO NA NUMERACAO DA SERIE (CADSERIES)"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-NUM-LIVRE TO SC-NUMERO
                DISPLAY (03, 18) SC-NUMERO
                MOVE "A" TO SC-SITUACAO
                MOVE W-HOJE TO SC-DATA-REG
                MOVE W-OPERADOR TO SC-OPERADOR
                MOVE SPACES TO TABREJ
                MOVE 1 TO W-SES-IX
                MOVE ZEROS TO W-QTD-MARC W-QTD-REJ.
       INC-WR1-LIMPA.
                MOVE ZEROS TO SC-SES-DATA(W-SES-IX)
                              SC-SES-HORA(W-SES-IX)
                MOVE SPACES TO SC-SES-SIT(W-SES-IX)
                ADD 1 TO W-SES-IX
                IF W-SES-IX NOT > 40
                   GO TO INC-WR1-LIMPA.
      *    PRIMEIRA DATA NO DIA DA SEMANA ESCOLHIDO
                MOVE SC-DATA-INI TO W-DATA-SER-N.
       INC-WR1-ACHA.
                PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
                IF W-DIA-IX NOT = SC-DIASEM
                   PERFORM DATA-SOMA THRU DATA-SOMA-FIM
                   GO TO INC-WR1-ACHA.
                MOVE W-DATA-SER-N TO W-DATA-BASE
                MOVE 1 TO W-SES-IX.
       INC-WR1-LOOP.
                IF W-SES-IX > SC-QTD
                   GO TO INC-WR2.
                MOVE W-DATA-BASE TO W-DATA-SER-N
                MOVE SC-HORA TO W-HORA-SER
                MOVE SC-CPF TO W-CPF-CHK
                MOVE SC-CRM TO W-CRM-CHK
                MOVE SC-FILIAL TO W-FIL-CHK
                PERFORM SES-VALIDA THRU SES-VALIDA-FIM
                IF W-REJ = 1
                   PERFORM SES-ALTERNA THRU SES-ALTERNA-FIM.
                IF W-REJ = 0
                   PERFORM SES-GRAVA THRU SES-GRAVA-FIM.
                MOVE W-DATA-SER-N TO SC-SES-DATA(W-SES-IX)
                MOVE W-HORA-SER-N TO SC-SES-HORA(W-SES-IX)
                IF W-REJ = 0
                   MOVE "M" TO SC-SES-SIT(W-SES-IX)
                   ADD 1 TO W-QTD-MARC
                ELSE
                   MOVE "N" TO SC-SES-SIT(W-SES-IX)
                   MOVE W-MOTIVO TO W-REJ-MOT(W-SES-IX)
                   ADD 1 TO W-QTD-REJ.
      *    A CADENCIA SEMANAL SEGUE A DATA ORIGINAL DA SERIE
                MOVE W-DATA-BASE TO W-DATA-SER-N
                PERFORM DATA-SOMA THRU DATA-SOMA-FIM 7 TIMES
                MOVE W-DATA-SER-N TO W-DATA-BASE
                ADD 1 TO W-SES-IX
                GO TO INC-WR1-LOOP.
       INC-WR2.
                WRITE REGSERCON
                IF ST-ERRO-SC NOT = "00" AND ST-ERRO-SC NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSERCON" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "SERIE"     TO AU-OPERACAO
                MOVE SC-NUMERO   TO AU-CHAVE
                MOVE SPACES      TO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                PERFORM SER-REJ-LISTA THRU SER-REJ-LISTA-FIM
                GO TO INC-001.
      *
      *****************************************
      * CONSULTA DE UMA SERIE EXISTENTE        *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 01)
            "F1=SAIR F2=CANCELAR RESTANTES F3=REMARCAR F4=SALDO PACOTE"
                ACCEPT (23, 65) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                                  AND W-ACT NOT = 05
                   GO TO ACE-001.
                DISPLAY (23, 01) W-BRANCO
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO CAN-001.
                IF W-ACT = 04
                   GO TO REM-001.
                IF W-ACT = 05
                   GO TO SAL-001.
      *
      *****************************************
      * CANCELAMENTO DAS SESSOES RESTANTES     *
      * (AS JA REALIZADAS OU FALTADAS FICAM)   *
      *****************************************
      *
       CAN-001.
                IF W-PERFIL = "C"
                   MOVE "* OPERADOR SEM PERMISSAO DE EXCLUSAO *"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF SC-SITUACAO = "C"
                   MOVE "*** SERIE JA CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       CAN-OPC.
                DISPLAY (23, 40) "CANCELAR  (S/N) : ".
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SERIE NAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC.
                DISPLAY (23, 40) "                   ".
       CAN-MOTIVO.
                MOVE SPACES TO W-MOTIVO-EXC
                DISPLAY (24, 01) "MOTIVO DO CANCELAMENTO: "
                ACCEPT  (24, 25) W-MOTIVO-EXC
                IF W-MOTIVO-EXC = SPACES
                   MOVE "MOTIVO NAO PODE SER BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-MOTIVO.
                DISPLAY (24, 01) W-BRANCO
                MOVE ZEROS TO W-QTD-CANC
                MOVE 1 TO W-SES-IX.
       CAN-LOOP.
                IF W-SES-IX > SC-QTD
                   GO TO CAN-FIM.
                IF SC-SES-SIT(W-SES-IX) NOT = "M"
                   GO TO CAN-PROX.
                IF SC-SES-DATA(W-SES-IX) < W-HOJE
                   GO TO CAN-PROX.
                PERFORM SES-LER THRU SES-LER-FIM
                IF ST-ERRO NOT = "00"
                   GO TO CAN-PROX.
                IF STATUS-REG OF REGCONSU = "I"
                   MOVE "C" TO SC-SES-SIT(W-SES-IX)
                   GO TO CAN-PROX.
                IF STATUS-CONSU = "R" OR STATUS-CONSU = "F"
                   GO TO CAN-PROX.
                MOVE "I" TO STATUS-REG OF REGCONSU
                MOVE W-MOTIVO-EXC TO MOTIVO-EXCLUSAO OF REGCONSU
                REWRITE REGCONSU
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DA CONSULTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-PROX.
                MOVE "R" TO JR-OPERACAO
                PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
                PERFORM AUT-EXCLUI THRU AUT-EXCLUI-FIM
                MOVE "C" TO SC-SES-SIT(W-SES-IX)
                ADD 1 TO W-QTD-CANC.
       CAN-PROX.
                ADD 1 TO W-SES-IX
                GO TO CAN-LOOP.
       CAN-FIM.
                MOVE "C" TO SC-SITUACAO
                REWRITE REGSERCON
                MOVE "CANC SERIE"  TO AU-OPERACAO
                MOVE SC-NUMERO     TO AU-CHAVE
                MOVE W-MOTIVO-EXC  TO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                PERFORM SER-MOSTRA THRU SER-MOSTRA-FIM
                MOVE W-QTD-CANC TO W-QTD-ED
                DISPLAY (22, 01) "SESSOES CANCELADAS: "
                DISPLAY (22, 21) W-QTD-ED
                MOVE "*** SERIE CANCELADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
      *
      *****************************************
      * REMARCACAO DAS SESSOES RESTANTES PARA  *
      * OUTRO DIA DA SEMANA/HORARIO            *
      *****************************************
      *
       REM-001.
                IF W-PERFIL = "C"
                   MOVE "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF SC-SITUACAO = "C"
                   MOVE "*** SERIE CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (22, 01) W-BRANCO
                DISPLAY (22, 01) "NOVO DIA (2-7):   HORARIO:   :"
                DISPLAY (22, 35) "A PARTIR DE:   /  /".
       REM-002.
                MOVE SC-DIASEM TO W-NOVO-DIASEM
                ACCEPT (22, 17) W-NOVO-DIASEM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (22, 01) W-BRANCO
                   MOVE W-NUM-SER TO SC-NUMERO
                   READ CADSERCON
                   GO TO ACE-001.
                IF W-NOVO-DIASEM < 2 OR W-NOVO-DIASEM > 7
                   MOVE "*** DIA DA SEMANA DE 2 (SEG) A 7 (SAB) ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REM-002.
       REM-003.
                MOVE SC-HORA TO W-HORA-SER
                ACCEPT (22, 28) W-HR-SER WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REM-002.
                ACCEPT (22, 31) W-MN-SER WITH UPDATE
                IF W-HR-SER NOT < 24 OR W-MN-SER NOT < 60
                   MOVE "*** HORARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REM-003.
                MOVE W-HORA-SER TO SC-HORA.
       REM-004.
                MOVE ZEROS TO W-DATA-TELA
                ACCEPT (22, 48) W-DIA-TELA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REM-003.
                ACCEPT (22, 51) W-MES-TELA
                ACCEPT (22, 54) W-ANO-TELA
                MOVE W-ANO-TELA TO W-ANO-SER
                MOVE W-MES-TELA TO W-MES-SER
                MOVE W-DIA-TELA TO W-DIA-SER
                PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
                IF W-REJ = 1
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REM-004.
                IF W-DATA-SER-N < W-HOJE
                   MOVE "*** DATA JA PASSOU ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REM-004.
       REM-OPC.
                DISPLAY (23, 40) "REMARCAR  (S/N) : ".
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SERIE NAO REMARCADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE W-NUM-SER TO SC-NUMERO
                   READ CADSERCON
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REM-OPC.
                DISPLAY (23, 40) "                   ".
                MOVE W-NOVO-DIASEM TO SC-DIASEM
                DISPLAY (22, 01) W-BRANCO.
       REM-ACHA.
                PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
                IF W-DIA-IX NOT = SC-DIASEM
                   PERFORM DATA-SOMA THRU DATA-SOMA-FIM
                   GO TO REM-ACHA.
                MOVE W-DATA-SER-N TO W-DATA-BASE
                MOVE SPACES TO TABREJ
                MOVE ZEROS TO W-QTD-MARC W-QTD-REJ
                MOVE 1 TO W-SES-IX.
       REM-LOOP.
                IF W-SES-IX > SC-QTD
                   GO TO REM-FIM.
                IF SC-SES-SIT(W-SES-IX) NOT = "M"
                   GO TO REM-PROX.
                IF SC-SES-DATA(W-SES-IX) < W-HOJE
                   GO TO REM-PROX.
                PERFORM SES-LER THRU SES-LER-FIM
                IF ST-ERRO NOT = "00"
                   GO TO REM-PROX.
                IF STATUS-REG OF REGCONSU = "I"
                   GO TO REM-PROX.
                IF STATUS-CONSU = "R" OR STATUS-CONSU = "F"
                   GO TO REM-PROX.
                MOVE REGCONSU TO W-REGCONSU-SAVE
                MOVE W-DATA-BASE TO W-DATA-SER-N
                MOVE SC-HORA TO W-HORA-SER
                MOVE SC-CPF TO W-CPF-CHK
                MOVE SC-CRM TO W-CRM-CHK
                MOVE SC-FILIAL TO W-FIL-CHK
                PERFORM SES-VALIDA THRU SES-VALIDA-FIM
                IF W-REJ = 1
                   PERFORM SES-ALTERNA THRU SES-ALTERNA-FIM.
                IF W-REJ = 0
                   PERFORM REM-MOVE THRU REM-MOVE-FIM.
                IF W-REJ = 0
                   ADD 1 TO W-QTD-MARC
                ELSE
                   MOVE W-MOTIVO TO W-REJ-MOT(W-SES-IX)
                   ADD 1 TO W-QTD-REJ.
                MOVE W-DATA-BASE TO W-DATA-SER-N
                PERFORM DATA-SOMA THRU DATA-SOMA-FIM 7 TIMES
                MOVE W-DATA-SER-N TO W-DATA-BASE.
       REM-PROX.
                ADD 1 TO W-SES-IX
                GO TO REM-LOOP.
       REM-FIM.
                REWRITE REGSERCON
                MOVE "REM SERIE"   TO AU-OPERACAO
                MOVE SC-NUMERO     TO AU-CHAVE
                MOVE SPACES        TO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                PERFORM SER-REJ-LISTA THRU SER-REJ-LISTA-FIM
                PERFORM SER-MOSTRA THRU SER-MOSTRA-FIM
                GO TO ACE-001.
      *
      *    INATIVA A CONSULTA ANTIGA E GRAVA A NOVA COM OS MESMOS
      *    DADOS NA DATA/HORA VALIDADA
       REM-MOVE.
                MOVE W-REGCONSU-SAVE TO REGCONSU
                MOVE "I" TO STATUS-REG OF REGCONSU
                MOVE SC-NUMERO TO W-MR-SERIE
                MOVE W-MOT-REM TO MOTIVO-EXCLUSAO OF REGCONSU
                REWRITE REGCONSU
                IF ST-ERRO NOT = "00"
                   MOVE 1 TO W-REJ
                   MOVE "ERRO NA REGRAVACAO" TO W-MOTIVO
                   GO TO REM-MOVE-FIM.
                MOVE "R" TO JR-OPERACAO
                PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
                PERFORM AUT-EXCLUI THRU AUT-EXCLUI-FIM
                MOVE W-REGCONSU-SAVE TO REGCONSU
                MOVE W-DIA-SER TO DIA-C
                MOVE W-MES-SER TO MES-C
                MOVE W-ANO-SER TO ANO-C
                MOVE W-HR-SER  TO HORA-C
                MOVE W-MN-SER  TO MIN-C
                MOVE "A" TO STATUS-REG OF REGCONSU
                MOVE SPACES TO MOTIVO-EXCLUSAO OF REGCONSU
                MOVE "A" TO STATUS-CONSU
                PERFORM MONTA-CRMDATA THRU MONTA-CRMDATA-FIM
                WRITE REGCONSU
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE 1 TO W-REJ
                   MOVE "ERRO NA GRAVACAO" TO W-MOTIVO
                   MOVE "C" TO SC-SES-SIT(W-SES-IX)
                   GO TO REM-MOVE-FIM.
                MOVE "W" TO JR-OPERACAO
                PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
                MOVE W-DATA-SER-N TO SC-SES-DATA(W-SES-IX)
                MOVE W-HORA-SER-N TO SC-SES-HORA(W-SES-IX)
                PERFORM AUT-GRAVA THRU AUT-GRAVA-FIM.
       REM-MOVE-FIM.
                EXIT.
      *
      *****************************************
      * SALDO DO PACOTE AUTORIZADO: SESSOES    *
      * REALIZADAS (USADAS) X RESTANTES        *
      *****************************************
      *
       SAL-001.
                MOVE ZEROS TO W-QTD-REAL W-QTD-PEND W-QTD-FALTA
                              W-QTD-CANC W-QTD-NMARC
                MOVE 1 TO W-SES-IX.
       SAL-LOOP.
                IF W-SES-IX > SC-QTD
                   GO TO SAL-MOSTRA.
                IF SC-SES-SIT(W-SES-IX) = "N"
                   ADD 1 TO W-QTD-NMARC
                   GO TO SAL-PROX.
                IF SC-SES-SIT(W-SES-IX) = "C"
                   ADD 1 TO W-QTD-CANC
                   GO TO SAL-PROX.
                PERFORM SES-LER THRU SES-LER-FIM
                IF ST-ERRO NOT = "00"
                   ADD 1 TO W-QTD-CANC
                   GO TO SAL-PROX.
                IF STATUS-REG OF REGCONSU = "I"
                   ADD 1 TO W-QTD-CANC
                   GO TO SAL-PROX.
                IF STATUS-CONSU = "R"
                   ADD 1 TO W-QTD-REAL
                   GO TO SAL-PROX.
                IF STATUS-CONSU = "F"
                   ADD 1 TO W-QTD-FALTA
                   GO TO SAL-PROX.
                ADD 1 TO W-QTD-PEND.
       SAL-PROX.
                ADD 1 TO W-SES-IX
                GO TO SAL-LOOP.
       SAL-MOSTRA.
                PERFORM GRADE-LIMPA THRU GRADE-LIMPA-FIM
                DISPLAY (12, 01) "SALDO DO PACOTE DA SERIE"
                DISPLAY (12, 26) SC-NUMERO
                MOVE SC-AUT-QTD TO W-QTD-ED
                DISPLAY (14, 01) "SESSOES AUTORIZADAS    : "
                DISPLAY (14, 26) W-QTD-ED
                MOVE W-QTD-REAL TO W-QTD-ED
                DISPLAY (15, 01) "REALIZADAS (USADAS)    : "
                DISPLAY (15, 26) W-QTD-ED
                MOVE W-QTD-PEND TO W-QTD-ED
                DISPLAY (16, 01) "AGENDADAS A REALIZAR   : "
                DISPLAY (16, 26) W-QTD-ED
                MOVE W-QTD-FALTA TO W-QTD-ED
                DISPLAY (17, 01) "FALTAS                 : "
                DISPLAY (17, 26) W-QTD-ED
                MOVE W-QTD-CANC TO W-QTD-ED
                DISPLAY (18, 01) "CANCELADAS             : "
                DISPLAY (18, 26) W-QTD-ED
                MOVE W-QTD-NMARC TO W-QTD-ED
                DISPLAY (19, 01) "NAO MARCADAS           : "
                DISPLAY (19, 26) W-QTD-ED
                IF SC-AUT-QTD = ZEROS
                   DISPLAY (21, 01) "SERIE SEM PACOTE AUTORIZADO"
                   GO TO SAL-FIM.
                COMPUTE W-SALDO = SC-AUT-QTD - W-QTD-REAL
                MOVE W-SALDO TO W-SALDO-ED
                DISPLAY (14, 40) "SALDO A USAR           : "
                DISPLAY (14, 65) W-SALDO-ED
                COMPUTE W-SALDO = SC-AUT-QTD - W-QTD-REAL - W-QTD-PEND
                MOVE W-SALDO TO W-SALDO-ED
                DISPLAY (15, 40) "LIVRE PARA AGENDAR     : "
                DISPLAY (15, 65) W-SALDO-ED
                DISPLAY (16, 40) "AUTORIZACAO: "
                DISPLAY (16, 53) SC-AUT-NUM.
       SAL-FIM.
                DISPLAY (22, 01) "APERTE ENTER PARA CONTINUAR...."
                ACCEPT  (22, 35) W-OPCAO
                DISPLAY (22, 01) W-BRANCO
                PERFORM SER-MOSTRA THRU SER-MOSTRA-FIM
                GO TO ACE-001.
      *
      *****************************************
      * LISTAGEM DAS SERIES DO PACIENTE        *
      *****************************************
      *
       LIS-001.
                MOVE ZEROS TO W-CPF-LIS
                DISPLAY (04, 18) "           "
                ACCEPT (04, 18) W-CPF-LIS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-CPF-LIS = ZEROS
                   MOVE "*** CPF NAO PODE SER ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-001.
                PERFORM GRADE-LIMPA THRU GRADE-LIMPA-FIM
                MOVE 12 TO W-LINHA
                MOVE W-CPF-LIS TO SC-CPF
                START CADSERCON KEY IS NOT LESS THAN SC-CPF
                IF ST-ERRO-SC NOT = "00"
                   MOVE "*** NENHUMA SERIE ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-001-FIM.
       LIS-001-LOOP.
                READ CADSERCON NEXT RECORD
                IF ST-ERRO-SC NOT = "00"
                   GO TO LIS-001-FIM.
                IF SC-CPF NOT = W-CPF-LIS
                   GO TO LIS-001-FIM.
                IF W-LINHA > 21
                   DISPLAY (22, 01) "*** MAIS REGISTROS EXISTEM ***"
                   GO TO LIS-001-FIM.
                MOVE SC-NUMERO TO W-LS-NUMERO
                MOVE T-NOMEDIA(SC-DIASEM) TO W-LS-NOMEDIA
                MOVE SC-HR TO W-LS-HR
                MOVE SC-MN TO W-LS-MN
                MOVE SC-QTD TO W-LS-QTD
                MOVE SC-CRM TO W-LS-CRM
                IF SC-SITUACAO = "C"
                   MOVE "CANCELADA" TO W-LS-SIT
                ELSE
                   MOVE "ATIVA" TO W-LS-SIT.
                DISPLAY (W-LINHA, 01) W-LIN-SER
                ADD 1 TO W-LINHA
                GO TO LIS-001-LOOP.
       LIS-001-FIM.
                DISPLAY (23, 01) "APERTE ENTER PARA CONTINUAR...."
                ACCEPT  (23, 35) W-OPCAO
                GO TO INC-001.
      *
      *****************************************
      * EXIBICAO DA SERIE E DA GRADE DE        *
      * SESSOES (M=MARCADA C=CANCELADA         *
      * N=NAO MARCADA)                         *
      *****************************************
      *
       SER-MOSTRA.
                DISPLAY (03, 18) SC-NUMERO
                IF SC-SITUACAO = "C"
                   DISPLAY (03, 40) "*** SERIE CANCELADA ***"
                ELSE
                   DISPLAY (03, 40) "                       ".
                DISPLAY (04, 18) SC-CPF
                MOVE SC-CPF TO CPF
                READ CADPACI
                IF ST-ERRO-PACI = "00"
                   DISPLAY (04, 31) NOME-P.
                DISPLAY (05, 18) SC-CRM
                MOVE SC-CRM TO CRM
                READ CADMED
                IF ST-ERRO-MED = "00"
                   DISPLAY (05, 31) NOME-M.
                DISPLAY (06, 18) SC-FILIAL
                DISPLAY (07, 18) SC-DIASEM
                DISPLAY (07, 21) T-NOMEDIA(SC-DIASEM)
                DISPLAY (07, 57) SC-HR
                DISPLAY (07, 60) SC-MN
                DISPLAY (08, 18) SC-QTD
                MOVE SC-DATA-INI TO W-DATA-SER-N
                DISPLAY (08, 57) W-DIA-SER
                DISPLAY (08, 60) W-MES-SER
                DISPLAY (08, 63) W-ANO-SER
                DISPLAY (09, 18) SC-PROC
                IF SC-PROC NOT = ZEROS
                   MOVE SC-PROC TO CODPROC
                   READ CADPROC
                   IF ST-ERRO-PROC = "00"
                      DISPLAY (09, 31) DESCRPROC.
                DISPLAY (10, 18) SC-AUT-NUM
                DISPLAY (10, 57) SC-AUT-QTD
                PERFORM GRADE-LIMPA THRU GRADE-LIMPA-FIM
                MOVE 1 TO W-SES-IX.
       SER-MOSTRA-LOOP.
                IF W-SES-IX > SC-QTD
                   GO TO SER-MOSTRA-FIM.
                SUBTRACT 1 FROM W-SES-IX GIVING W-SES-AUX
                DIVIDE W-SES-AUX BY 10 GIVING W-COLUNA
                                       REMAINDER W-LINHA
                ADD 12 TO W-LINHA
                COMPUTE W-COLUNA = (W-COLUNA * 20) + 1
                MOVE W-SES-IX TO W-CEL-NUM
                MOVE SC-SES-DATA(W-SES-IX) TO W-DATA-SER-N
                MOVE W-DIA-SER TO W-CEL-DIA
                MOVE W-MES-SER TO W-CEL-MES
                MOVE SC-SES-HORA(W-SES-IX) TO W-HORA-SER-N
                MOVE W-HR-SER TO W-CEL-HR
                MOVE W-MN-SER TO W-CEL-MN
                MOVE SC-SES-SIT(W-SES-IX) TO W-CEL-SIT
                DISPLAY (W-LINHA, W-COLUNA) W-CEL
                ADD 1 TO W-SES-IX
                GO TO SER-MOSTRA-LOOP.
       SER-MOSTRA-FIM.
                EXIT.
      *
       GRADE-LIMPA.
                MOVE 12 TO W-LINHA.
       GRADE-LIMPA-LOOP.
                DISPLAY (W-LINHA, 01) W-BRANCO
                ADD 1 TO W-LINHA
                IF W-LINHA < 22
                   GO TO GRADE-LIMPA-LOOP.
       GRADE-LIMPA-FIM.
                EXIT.
      *
      *****************************************
      * LISTA DAS SESSOES NAO MARCADAS E DAS   *
      * QUANTIDADES DA OPERACAO                *
      *****************************************
      *
       SER-REJ-LISTA.
                PERFORM GRADE-LIMPA THRU GRADE-LIMPA-FIM
                DISPLAY (12, 01) "SERIE           SESSOES MARCADAS: "
                DISPLAY (12, 08) SC-NUMERO
                DISPLAY (12, 36) W-QTD-MARC
                DISPLAY (12, 40) "NAO MARCADAS: "
                DISPLAY (12, 54) W-QTD-REJ
                MOVE 14 TO W-LINHA
                MOVE 1 TO W-SES-IX.
       SER-REJ-LISTA-LOOP.
                IF W-SES-IX > SC-QTD
                   GO TO SER-REJ-LISTA-FIM.
                IF W-REJ-MOT(W-SES-IX) = SPACES
                   ADD 1 TO W-SES-IX
                   GO TO SER-REJ-LISTA-LOOP.
                IF W-LINHA > 21
                   DISPLAY (22, 01) "ENTER PARA CONTINUAR...."
                   ACCEPT  (22, 30) W-OPCAO
                   DISPLAY (22, 01) W-BRANCO
                   PERFORM GRADE-LIMPA THRU GRADE-LIMPA-FIM
                   MOVE 12 TO W-LINHA.
                MOVE W-SES-IX TO W-LR-NUM
                MOVE SC-SES-DATA(W-SES-IX) TO W-DATA-SER-N
                MOVE W-DIA-SER TO W-LR-DIA
                MOVE W-MES-SER TO W-LR-MES
                MOVE W-ANO-SER TO W-LR-ANO
                MOVE SC-SES-HORA(W-SES-IX) TO W-HORA-SER-N
                MOVE W-HR-SER TO W-LR-HR
                MOVE W-MN-SER TO W-LR-MN
                MOVE W-REJ-MOT(W-SES-IX) TO W-LR-MOT
                DISPLAY (W-LINHA, 01) W-LIN-REJ
                ADD 1 TO W-LINHA
                ADD 1 TO W-SES-IX
                GO TO SER-REJ-LISTA-LOOP.
       SER-REJ-LISTA-FIM.
                DISPLAY (22, 01) "APERTE ENTER PARA CONTINUAR...."
                ACCEPT  (22, 35) W-OPCAO
                DISPLAY (22, 01) W-BRANCO.
      *
      *****************************************
      * VALIDACAO DE UMA SESSAO (W-DATA-SER E  *
      * W-HORA-SER): AGENDA SEMANAL, AUSENCIA, *
      * CONSULTA DO PACIENTE NO MESMO HORARIO  *
      * E CONFLITO NA AGENDA DO MEDICO         *
      *****************************************
      *
       SES-VALIDA.
                MOVE 0 TO W-REJ
                MOVE SPACES TO W-MOTIVO
                IF W-DATA-SER-N < W-HOJE
                   MOVE 1 TO W-REJ
                   MOVE "DATA JA PASSOU" TO W-MOTIVO
                   GO TO SES-VALIDA-FIM.
                PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
                IF W-DIA-IX = 1
                   MOVE 1 TO W-REJ
                   MOVE "DOMINGO" TO W-MOTIVO
                   GO TO SES-VALIDA-FIM.
      *    FERIADO DA FILIAL: SO COM A AGENDA ABERTA PELO MEDICO
      *    (SMP026), E ENTAO NO HORARIO DA ABERTURA
                PERFORM AGF-VERIFICA THRU AGF-VERIFICA-FIM
                IF W-FERIADO = 1 AND W-AGF-ABERTA NOT = 1
                   MOVE 1 TO W-REJ
                   MOVE "FERIADO" TO W-MOTIVO
                   GO TO SES-VALIDA-FIM.
                IF W-AGF-ABERTA = 1
                   IF W-HORA-SER-N < AF-HINI OR W-HORA-SER-N > AF-HFIM
                      MOVE 1 TO W-REJ
                      MOVE "FORA HORA DO FERIADO" TO W-MOTIVO
                      GO TO SES-VALIDA-FIM
                   ELSE
                      GO TO SES-VALIDA-AUS.
                IF W-AGM-OK NOT = 1
                   GO TO SES-VALIDA-AUS.
                MOVE W-CRM-CHK TO AGM-CRM
                MOVE W-FIL-CHK TO AGM-FILIAL
                READ CADAGMED
                IF ST-ERRO-AGM NOT = "00"
                   GO TO SES-VALIDA-AUS.
                IF AGM-ATENDE(W-DIA-IX) NOT = "S"
                   MOVE 1 TO W-REJ
                   MOVE "MEDICO NAO ATENDE" TO W-MOTIVO
                   GO TO SES-VALIDA-FIM.
                MOVE W-HORA-SER-N TO W-HORA-NUM
                IF W-HORA-NUM < AGM-HINI(W-DIA-IX) OR
                   W-HORA-NUM > AGM-HFIM(W-DIA-IX)
                   MOVE 1 TO W-REJ
                   MOVE "FORA DO HORARIO" TO W-MOTIVO
                   GO TO SES-VALIDA-FIM.
       SES-VALIDA-AUS.
                IF W-AUS-OK NOT = 1
                   GO TO SES-VALIDA-PAC.
                MOVE W-CRM-CHK TO AUS-CRM
                MOVE ZEROS TO AUS-DATA-INI
                START CADAUSMED KEY IS NOT LESS THAN AUS-CHAVE
                IF ST-ERRO-AUS NOT = "00"
                   GO TO SES-VALIDA-PAC.
       SES-VALIDA-AUS-LER.
                READ CADAUSMED NEXT RECORD
                IF ST-ERRO-AUS NOT = "00"
                   GO TO SES-VALIDA-PAC.
                IF AUS-CRM NOT = W-CRM-CHK
                   GO TO SES-VALIDA-PAC.
                IF W-DATA-SER-N NOT < AUS-DATA-INI AND
                   W-DATA-SER-N NOT > AUS-DATA-FIM
                   MOVE 1 TO W-REJ
                   MOVE "MEDICO AUSENTE" TO W-MOTIVO
                   GO TO SES-VALIDA-FIM.
                GO TO SES-VALIDA-AUS-LER.
      *    O PACIENTE NAO PODE TER OUTRA CONSULTA NA MESMA CHAVE
       SES-VALIDA-PAC.
                MOVE W-CPF-CHK TO CPF-P
                MOVE W-DIA-SER TO DIA-C
                MOVE W-MES-SER TO MES-C
                MOVE W-ANO-SER TO ANO-C
                MOVE W-HR-SER  TO HORA-C
                MOVE W-MN-SER  TO MIN-C
                READ CADCONSU
                IF ST-ERRO = "00"
                   MOVE 1 TO W-REJ
                   MOVE "PACIENTE JA AGENDADO" TO W-MOTIVO
                   GO TO SES-VALIDA-FIM.
      *    CONFLITO NA AGENDA DO MEDICO (MESMA REGRA DO SMP006)
                MOVE 0 TO W-CONFLITO
                MOVE 0 TO W-QTD-BANDA
                MOVE W-CRM-CHK TO CRM-ALT
                MOVE W-DATA-SER-N TO DATA-ALT
                START CADCONSU KEY IS NOT LESS THAN CRMDATA
                IF ST-ERRO NOT = "00"
                   GO TO SES-VALIDA-CONF.
       SES-VALIDA-LOOP.
                READ CADCONSU NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO SES-VALIDA-CONF.
                IF CRM-ALT NOT = W-CRM-CHK
                   GO TO SES-VALIDA-CONF.
                IF DATA-ALT NOT = W-DATA-SER-N
                   GO TO SES-VALIDA-CONF.
                IF STATUS-REG OF REGCONSU = "I"
                   GO TO SES-VALIDA-LOOP.
      *    O MEDICO NAO PODE ESTAR EM DUAS FILIAIS NA MESMA
      *    FAIXA DE HORA
                IF HORA-C NOT = W-HR-SER
                   GO TO SES-VALIDA-LOOP.
                IF COD-FILIAL NOT = W-FIL-CHK
                   MOVE 1 TO W-CONFLITO
                   GO TO SES-VALIDA-CONF.
      *    NA MESMA FILIAL SO O MESMO HORARIO EXATO CONFLITA;
      *    A DUPLA MARCACAO DE HORARIO OCUPADO E O ENCAIXE
                IF HORACONSULTA NOT = W-HORA-SER
                   GO TO SES-VALIDA-LOOP.
                IF CPF-P = W-CPF-CHK
                   GO TO SES-VALIDA-LOOP.
                ADD 1 TO W-QTD-BANDA
                IF W-QTD-BANDA < 10
                   MOVE CPF-P TO W-BANDA-CPF(W-QTD-BANDA).
                GO TO SES-VALIDA-LOOP.
       SES-VALIDA-CONF.
                IF W-CONFLITO = ZEROS AND W-QTD-BANDA NOT = ZEROS
                   PERFORM OVB-AVALIA THRU OVB-AVALIA-FIM.
                IF W-CONFLITO = 1
                   MOVE 1 TO W-REJ
                   MOVE "MEDICO OCUPADO" TO W-MOTIVO.
       SES-VALIDA-FIM.
                EXIT.
      *
      *****************************************
      * DATA W-DATA-SER EM FERIADO DA FILIAL   *
      * W-FIL-CHK (W-FERIADO = 1) E ABERTURA   *
      * DA AGENDA DO MEDICO W-CRM-CHK NESSE    *
      * DIA NO CADAGFER (W-AGF-ABERTA = 1,     *
      * HORARIO EM AF-HINI A AF-HFIM)          *
      *****************************************
      *
       AGF-VERIFICA.
                MOVE ZEROS TO W-AGF-ABERTA
                MOVE W-DATA-SER-N TO W-FER-DATA-N
                MOVE W-FIL-CHK    TO W-FER-FILIAL
                PERFORM FER-VERIFICA THRU FER-VERIFICA-FIM
                IF W-FERIADO = ZEROS OR W-AGF-OK NOT = 1
                   GO TO AGF-VERIFICA-FIM.
                MOVE W-CRM-CHK    TO AF-CRM
                MOVE W-FIL-CHK    TO AF-FILIAL
                MOVE W-FER-DATA-N TO AF-DATA
                READ CADAGFER
                IF ST-ERRO-AGF = "00"
                   MOVE 1 TO W-AGF-ABERTA.
                MOVE "00" TO ST-ERRO-AGF.
       AGF-VERIFICA-FIM.
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
      * REGRA DE ENCAIXE: A FAIXA CHEIA SO     *
      * ACEITA EXTRAS ATE O LIMITE DA AGENDA   *
      * E QUANDO O RISCO MEDIO DE FALTA DOS    *
      * JA AGENDADOS E ALTO                    *
      *****************************************
      *
       OVB-AVALIA.
                MOVE 1 TO W-CONFLITO
                IF W-AGM-OK NOT = 1
                   GO TO OVB-AVALIA-FIM.
                MOVE W-CRM-CHK TO AGM-CRM
                MOVE W-FIL-CHK TO AGM-FILIAL
                READ CADAGMED
                IF ST-ERRO-AGM NOT = "00"
                   GO TO OVB-AVALIA-FIM.
                IF W-QTD-BANDA > AGM-OVBK
                   GO TO OVB-AVALIA-FIM.
                MOVE ZEROS TO W-RISCO-SOMA
                MOVE 1 TO W-BANDA-IX.
       OVB-AVALIA-RISCO.
                IF W-BANDA-IX NOT > W-QTD-BANDA
                   MOVE W-BANDA-CPF(W-BANDA-IX) TO W-RISCO-CPF
                   PERFORM RISCO-CPF THRU RISCO-CPF-FIM
                   ADD W-RISCO-PC TO W-RISCO-SOMA
                   ADD 1 TO W-BANDA-IX
                   GO TO OVB-AVALIA-RISCO.
                COMPUTE W-RISCO-MED = W-RISCO-SOMA / W-QTD-BANDA
                IF W-RISCO-MED NOT < 50
                   MOVE ZEROS TO W-CONFLITO.
       OVB-AVALIA-FIM.
                EXIT.
      *
      *****************************************
      * INDICE DE FALTAS (NO-SHOW) DO CPF:     *
      * FALTAS SOBRE CONSULTAS ENCERRADAS      *
      *****************************************
      *
       RISCO-CPF.
                MOVE ZEROS TO W-RISCO-TOT W-RISCO-FAL W-RISCO-PC
                MOVE ZEROS TO CPFDATA
                MOVE W-RISCO-CPF TO CPF-P
                START CADCONSU KEY IS NOT LESS THAN CPFDATA
                IF ST-ERRO NOT = "00"
                   GO TO RISCO-CPF-FIM.
       RISCO-CPF-LER.
                READ CADCONSU NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO RISCO-CPF-CALC.
                IF CPF-P NOT = W-RISCO-CPF
                   GO TO RISCO-CPF-CALC.
                IF STATUS-REG OF REGCONSU = "I"
                   GO TO RISCO-CPF-LER.
                IF STATUS-CONSU = "R" OR STATUS-CONSU = "F"
                   ADD 1 TO W-RISCO-TOT.
                IF STATUS-CONSU = "F"
                   ADD 1 TO W-RISCO-FAL.
                GO TO RISCO-CPF-LER.
       RISCO-CPF-CALC.
                IF W-RISCO-TOT > ZEROS
                   COMPUTE W-RISCO-PC = (W-RISCO-FAL * 100) /
                           W-RISCO-TOT.
       RISCO-CPF-FIM.
                EXIT.
      *
      *****************************************
      * ALTERNATIVA PARA UMA SESSAO RECUSADA:  *
      * MESMO DIA NAS 3 HORAS SEGUINTES, DEPOIS*
      * OS 6 DIAS SEGUINTES NO MESMO HORARIO   *
      *****************************************
      *
       SES-ALTERNA.
                MOVE W-MOTIVO TO W-LR-MOT
                MOVE W-SES-IX TO W-LR-NUM
                MOVE W-DIA-SER TO W-LR-DIA
                MOVE W-MES-SER TO W-LR-MES
                MOVE W-ANO-SER TO W-LR-ANO
                MOVE W-HR-SER TO W-LR-HR
                MOVE W-MN-SER TO W-LR-MN
                DISPLAY (21, 01) W-BRANCO
                DISPLAY (21, 01) W-LIN-REJ
                MOVE ZEROS TO W-ALT-TENT.
       SES-ALTERNA-HORA.
                ADD 1 TO W-ALT-TENT
                IF W-ALT-TENT > 3
                   MOVE W-LR-HR TO W-HR-SER
                   MOVE ZEROS TO W-ALT-TENT
                   GO TO SES-ALTERNA-DIA.
                ADD 1 TO W-HR-SER
                IF W-HR-SER > 23
                   MOVE W-LR-HR TO W-HR-SER
                   MOVE ZEROS TO W-ALT-TENT
                   GO TO SES-ALTERNA-DIA.
                PERFORM SES-VALIDA THRU SES-VALIDA-FIM
                IF W-REJ = 0
                   GO TO SES-ALTERNA-OFERTA.
                GO TO SES-ALTERNA-HORA.
       SES-ALTERNA-DIA.
                ADD 1 TO W-ALT-TENT
                IF W-ALT-TENT > 6
                   GO TO SES-ALTERNA-NAO.
                PERFORM DATA-SOMA THRU DATA-SOMA-FIM
                PERFORM SES-VALIDA THRU SES-VALIDA-FIM
                IF W-REJ = 0
                   GO TO SES-ALTERNA-OFERTA.
                GO TO SES-ALTERNA-DIA.
       SES-ALTERNA-OFERTA.
                MOVE W-DIA-SER TO W-LA-DIA
                MOVE W-MES-SER TO W-LA-MES
                MOVE W-ANO-SER TO W-LA-ANO
                MOVE W-HR-SER TO W-LA-HR
                MOVE W-MN-SER TO W-LA-MN
                DISPLAY (22, 01) W-BRANCO
                DISPLAY (22, 01) W-LIN-ALT
                MOVE "S" TO W-OPCAO
                ACCEPT (22, 50) W-OPCAO WITH UPDATE
                DISPLAY (21, 01) W-BRANCO
                DISPLAY (22, 01) W-BRANCO
                IF W-OPCAO = "S" OR "s"
                   GO TO SES-ALTERNA-FIM.
                MOVE "ALTERNATIVA RECUSADA" TO W-LR-MOT.
       SES-ALTERNA-NAO.
      *    VOLTA A DATA ORIGINAL PARA A LISTA DAS NAO MARCADAS
                MOVE 1 TO W-REJ
                MOVE W-LR-MOT TO W-MOTIVO
                MOVE W-LR-DIA TO W-DIA-SER
                MOVE W-LR-MES TO W-MES-SER
                MOVE W-LR-ANO TO W-ANO-SER
                MOVE W-LR-HR  TO W-HR-SER
                MOVE W-LR-MN  TO W-MN-SER
                DISPLAY (21, 01) W-BRANCO.
       SES-ALTERNA-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DA CONSULTA DE UMA SESSAO     *
      *****************************************
      *
       SES-GRAVA.
                MOVE ZEROS  TO CPFDATA CRM-MED QTD-CID QTD-PROC
                               NUM-LOTE
                MOVE ZEROS  TO CID(1) CID(2) CID(3) CID(4) CID(5)
                MOVE ZEROS  TO PROC-TAB(1) PROC-TAB(2) PROC-TAB(3)
                               PROC-TAB(4) PROC-TAB(5)
                MOVE SPACES TO DESCRCON1 DESCRCON2 SIT-FATUR COD-GLOSA
                MOVE SPACES TO MOTIVO-EXCLUSAO OF REGCONSU
                MOVE SC-CPF    TO CPF-P
                MOVE W-DIA-SER TO DIA-C
                MOVE W-MES-SER TO MES-C
                MOVE W-ANO-SER TO ANO-C
                MOVE W-HR-SER  TO HORA-C
                MOVE W-MN-SER  TO MIN-C
                MOVE SC-CRM    TO CRM-MED
                MOVE SC-FILIAL TO COD-FILIAL
                MOVE W-SES-IX  TO W-DS-NUM
                MOVE SC-QTD    TO W-DS-QTD
                MOVE SC-NUMERO TO W-DS-SERIE
                MOVE W-DESCR-SES TO DESCRCON1
                IF SC-PROC NOT = ZEROS
                   MOVE 1 TO QTD-PROC
                   MOVE SC-PROC TO PROC-COD(1)
                   MOVE W-PROC-VAL TO PROC-VAL(1).
                MOVE "A" TO STATUS-REG OF REGCONSU
                MOVE "A" TO STATUS-CONSU
                PERFORM MONTA-CRMDATA THRU MONTA-CRMDATA-FIM
                WRITE REGCONSU
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE 1 TO W-REJ
                   MOVE "ERRO NA GRAVACAO" TO W-MOTIVO
                   GO TO SES-GRAVA-FIM.
                MOVE "W" TO JR-OPERACAO
                PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
                PERFORM AUT-GRAVA THRU AUT-GRAVA-FIM.
       SES-GRAVA-FIM.
                EXIT.
      *
      *    LEITURA DA CONSULTA DA SESSAO W-SES-IX
       SES-LER.
                MOVE SC-SES-DATA(W-SES-IX) TO W-DATA-SER-N
                MOVE SC-SES-HORA(W-SES-IX) TO W-HORA-SER-N
                MOVE SC-CPF    TO CPF-P
                MOVE W-DIA-SER TO DIA-C
                MOVE W-MES-SER TO MES-C
                MOVE W-ANO-SER TO ANO-C
                MOVE W-HR-SER  TO HORA-C
                MOVE W-MN-SER  TO MIN-C
                READ CADCONSU.
       SES-LER-FIM.
                EXIT.
      *
      *****************************************
      * AUTORIZACAO DO PACOTE REPLICADA EM     *
      * CADA SESSAO MARCADA (CADAUTPROC)       *
      *****************************************
      *
       AUT-GRAVA.
                IF SC-AUT-NUM = SPACES OR SC-PROC = ZEROS
                   GO TO AUT-GRAVA-FIM.
                MOVE CPF-P        TO AT-CPF
                MOVE DATACONSULTA TO AT-DATA
                MOVE HORACONSULTA TO AT-HORA
                MOVE SC-PROC      TO AT-PROC
                MOVE SC-AUT-NUM   TO AT-NUMERO
                MOVE W-HOJE       TO AT-DATA-CONC
                MOVE ZEROS        TO AT-VALIDADE
                WRITE REGAUTPROC.
       AUT-GRAVA-FIM.
                EXIT.
      *
       AUT-EXCLUI.
                IF SC-AUT-NUM = SPACES OR SC-PROC = ZEROS
                   GO TO AUT-EXCLUI-FIM.
                MOVE CPF-P        TO AT-CPF
                MOVE DATACONSULTA TO AT-DATA
                MOVE HORACONSULTA TO AT-HORA
                MOVE SC-PROC      TO AT-PROC
                READ CADAUTPROC
                IF ST-ERRO-AUT = "00" AND AT-NUMERO = SC-AUT-NUM
                   DELETE CADAUTPROC RECORD.
       AUT-EXCLUI-FIM.
                EXIT.
      *
      *****************************************
      * MONTAGEM DA CHAVE ALTERNATIVA          *
      * MEDICO+DATA (CRMDATA)                  *
      *****************************************
      *
       MONTA-CRMDATA.
                MOVE CRM-MED TO CRM-ALT
                COMPUTE DATA-ALT = (ANO-C * 10000) +
                                   (MES-C * 100) + DIA-C.
       MONTA-CRMDATA-FIM.
                EXIT.
      *
      *****************************************
      * DIA DA SEMANA DE W-DATA-SER            *
      * (CONGRUENCIA DE ZELLER, 1=DOMINGO)     *
      *****************************************
      *
       DIA-SEMANA.
                IF W-MES-SER < 3
                    COMPUTE W-ZM = W-MES-SER + 12
                    COMPUTE W-ZA = W-ANO-SER - 1
                ELSE
                    MOVE W-MES-SER TO W-ZM
                    MOVE W-ANO-SER TO W-ZA.
                DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
                COMPUTE W-ZT1 = (13 * (W-ZM + 1)) / 5
                COMPUTE W-ZT2 = W-ZK / 4
                COMPUTE W-ZT3 = W-ZJ / 4
                COMPUTE W-ZH = W-DIA-SER + W-ZT1 + W-ZK + W-ZT2 +
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
      * SOMA UM DIA A W-DATA-SER               *
      *****************************************
      *
       DATA-SOMA.
                PERFORM DATA-LIMITE THRU DATA-LIMITE-FIM
                ADD 1 TO W-DIA-SER
                IF W-DIA-SER NOT > W-LIM-MES
                   GO TO DATA-SOMA-FIM.
                MOVE 1 TO W-DIA-SER
                ADD 1 TO W-MES-SER
                IF W-MES-SER > 12
                   MOVE 1 TO W-MES-SER
                   ADD 1 TO W-ANO-SER.
       DATA-SOMA-FIM.
                EXIT.
      *
       DATA-LIMITE.
                MOVE T-DIAS-MES(W-MES-SER) TO W-LIM-MES
                IF W-MES-SER = 2
                   DIVIDE W-ANO-SER BY 4 GIVING ANODIV
                                         REMAINDER ANORESTO
                   IF ANORESTO = 0
                      MOVE 29 TO W-LIM-MES.
       DATA-LIMITE-FIM.
                EXIT.
      *
       DATA-VALIDA.
                MOVE 0 TO W-REJ
                IF W-MES-SER = ZEROS OR W-MES-SER > 12 OR
                   W-DIA-SER = ZEROS OR W-ANO-SER < 2000
                   MOVE 1 TO W-REJ
                   GO TO DATA-VALIDA-FIM.
                PERFORM DATA-LIMITE THRU DATA-LIMITE-FIM
                IF W-DIA-SER > W-LIM-MES
                   MOVE 1 TO W-REJ.
       DATA-VALIDA-FIM.
                EXIT.
      *
      **************************************
      * PROXIMO NUMERO DA SERIE "SESSOES"  *
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
                   GO TO SER-PROXNUM-FIM.
           MOVE "SESSOES" TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE "SESSOES" TO SR-SERIE
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
                CLOSE CADSERCON CADCONSU CADPACI CADMED CADPROC
                      CADAUTPROC AUDITLOG JORNAL.
                IF W-AGM-OK = 1
                      CLOSE CADAGMED.
                IF W-AUS-OK = 1
                      CLOSE CADAUSMED.
                IF W-TEM-FER = 1
                      CLOSE CADFERIADO.
                IF W-AGF-OK = 1
                      CLOSE CADAGFER.
                IF W-FIL-OK = 1
                      CLOSE CADFILIAL.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      **************************
      * ROTINA DE AUDITORIA    *
      **************************
      *
       AUD-GRAVA.
                ACCEPT AU-DATA FROM DATE YYYYMMDD
                ACCEPT AU-HORA FROM TIME
                MOVE "SMP074" TO AU-PROGRAMA
                MOVE W-OPERADOR TO AU-OPERADOR
                WRITE LINAUDIT.
       AUD-GRAVA-FIM.
                EXIT.
      *
      **************************************
      * JORNAL DE ATUALIZACOES DO CADCONSU *
      * (IMAGEM DO REGISTRO GRAVADO, PARA  *
      * A RECUPERACAO DO PROGR64T)         *
      **************************************
      *
       JRN-GRAVA.
                ACCEPT JR-DATA FROM DATE YYYYMMDD
                ACCEPT JR-HORA FROM TIME
                MOVE "SMP074" TO JR-PROGRAMA
                MOVE W-OPERADOR TO JR-OPERADOR
                MOVE "CADCONSU" TO JR-ARQUIVO
                MOVE SPACES TO JR-IMAGEM
                MOVE REGCONSU TO JR-IMAGEM
                WRITE LINJORNAL.
       JRN-GRAVA-FIM.
                EXIT.
