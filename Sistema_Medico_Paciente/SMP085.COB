       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP085 INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************************
      * ORCAMENTO DE TRATAMENTO PARA PARTICULAR:       *
      * ORCAMENTO NUMERADO (PACIENTE, MEDICO E ATE 10  *
      * PROCEDIMENTOS PELA TABELA DO CADPROC, VALIDADE *
      * E DESCONTO), IMPRESSAO PARA O PACIENTE E, NO   *
      * ACEITE, MARCACAO DAS CONSULTAS E RECIBO DO     *
      * CAIXA (SMP050) PELO PRECO ORCADO, MESMO QUE A  *
      * TABELA TENHA MUDADO. RELATORIO DE EMITIDOS,    *
      * ACEITOS, VENCIDOS E CONVERSAO POR MEDICO       *
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
           SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OR-NUMERO
                    FILE STATUS  IS ST-ERRO-ORC.
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
           SELECT CADRECIBO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RB-NUMERO
                    FILE STATUS  IS ST-ERRO-RB.
      *
      *-----------------------------------------------------------------
           SELECT CADCXSES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CX-CHAVE
                    FILE STATUS  IS ST-ERRO-CX.
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
           SELECT RELORCA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
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

       FD CADORCA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADORCA.DAT".
       01 REGORCA.
                03 OR-NUMERO       PIC 9(06).
                03 OR-CPF          PIC 9(11).
                03 OR-CRM          PIC 9(06).
                03 OR-FILIAL       PIC 9(02).
                03 OR-DATA-EMI     PIC 9(08).
                03 OR-VALIDADE     PIC 9(08).
                03 OR-QTD-ITENS    PIC 9(02).
                03 OR-ITEM OCCURS 10 TIMES.
                    05 OR-PROC     PIC 9(04).
                    05 OR-VALOR    PIC 9(06)V99.
                03 OR-SUBTOTAL     PIC 9(07)V99.
                03 OR-DESCONTO     PIC 9(07)V99.
                03 OR-TOTAL        PIC 9(07)V99.
                03 OR-SITUACAO     PIC X(01).
                03 OR-DATA-ACEITE  PIC 9(08).
                03 OR-RECIBO       PIC 9(06).
                03 OR-OPERADOR     PIC X(08).

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

       FD RELORCA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-ARQNOME.
       01 LINRELORCA          PIC X(80).

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
       77 ST-ERRO-ORC  PIC X(02) VALUE "00".
       77 ST-ERRO-PACI PIC X(02) VALUE "00".
       77 ST-ERRO-MED  PIC X(02) VALUE "00".
       77 ST-ERRO-PROC PIC X(02) VALUE "00".
       77 ST-ERRO-RB   PIC X(02) VALUE "00".
       77 ST-ERRO-CX   PIC X(02) VALUE "00".
       77 ST-ERRO-AGM  PIC X(02) VALUE "00".
       77 ST-ERRO-AUS  PIC X(02) VALUE "00".
       77 ST-ERRO-FIL  PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
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
       77 W-CX-OK      PIC 9(01) VALUE ZEROS.
       77 W-ARQNOME    PIC X(20) VALUE SPACES.
       77 W-SERIE      PIC X(10) VALUE SPACES.
       77 W-NUM-LIVRE  PIC 9(06) VALUE ZEROS.
       77 W-NUM-ORC    PIC 9(06) VALUE ZEROS.
       77 W-DIAS-VAL   PIC 9(03) VALUE ZEROS.
       77 W-ITEM-IX    PIC 9(02) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-MASC-VAL   PIC Z.ZZZ.ZZ9,99.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-REJ        PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO     PIC X(20) VALUE SPACES.
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
      *    SESSAO DE CAIXA ABERTA DO OPERADOR (SMP050)
       77 W-SES-ABERTA PIC 9(01) VALUE ZEROS.
       01 W-SES-CHAVE.
           03 W-SES-OPER  PIC X(08).
           03 W-SES-DATA  PIC 9(08).
           03 W-SES-SEQ   PIC 9(02).
       01 W-HORA-SYS   PIC 9(08) VALUE ZEROS.
       01 W-HORA-SYS-R REDEFINES W-HORA-SYS.
           03 W-SYS-HH PIC 9(02).
           03 W-SYS-MM PIC 9(02).
           03 W-SYS-RESTO PIC 9(04).
      *
      *    CONSULTAS DO ACEITE: ATE 5 PROCEDIMENTOS POR CONSULTA
       77 W-QTD-CONS   PIC 9(01) VALUE ZEROS.
       77 W-CONS-IX    PIC 9(01) VALUE ZEROS.
       77 W-PRIM-ITEM  PIC 9(02) VALUE ZEROS.
       77 W-FORMA      PIC X(01) VALUE SPACES.
       01 TABMARC.
           03 W-MC-ENT OCCURS 2 TIMES.
               05 W-MC-DATA   PIC 9(08).
               05 W-MC-HORA   PIC 9(04).
      *
      *    VALOR DE CADA ITEM COM O DESCONTO RATEADO
       77 W-RAT-ACUM   PIC 9(07)V99 VALUE ZEROS.
       77 W-RAT-RESTO  PIC S9(07)V99 VALUE ZEROS.
       01 TABRATEIO.
           03 W-RAT-VAL    PIC 9(06)V99 OCCURS 10 TIMES.
      *
      *    DATA EM TRABALHO (AAAAMMDD) E HORARIO
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
      *    DATA DIGITADA NA TELA (DD/MM/AAAA)
       01 W-DATA-TELA.
           03 W-DIA-TELA   PIC 9(02).
           03 W-MES-TELA   PIC 9(02).
           03 W-ANO-TELA   PIC 9(04).
      *
       01 TABDIASMES.
           03 FILLER       PIC X(24) VALUE "312831303130313130313031".
       01 TDM REDEFINES TABDIASMES.
           03 T-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.
      *
       01 W-DATA-ED.
           03 W-DE-DIA     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-DE-MES     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-DE-ANO     PIC 9(04).
      *
       01 W-LIN-ITEM.
           03 W-LI-NUM     PIC Z9.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LI-PROC    PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LI-DESCR   PIC X(30).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LI-VALOR   PIC ZZZ.ZZ9,99.
      *
       01 W-DESCR-ORC.
           03 FILLER       PIC X(10) VALUE "ORCAMENTO ".
           03 W-DO-NUMERO  PIC 9(06).
           03 FILLER       PIC X(11) VALUE " CONSULTA  ".
           03 W-DO-CONS    PIC 9(01).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-DO-QTD     PIC 9(01).
       01 W-DESCR-RB.
           03 FILLER       PIC X(10) VALUE "ORCAMENTO ".
           03 W-DR-NUMERO  PIC 9(06).
           03 FILLER       PIC X(14) VALUE SPACES.
      *
      *    RELATORIO DE CONVERSAO: TOTAIS POR MEDICO
       77 W-MES-REL    PIC 9(02) VALUE ZEROS.
       77 W-ANO-REL    PIC 9(04) VALUE ZEROS.
       77 TM-TOTAL     PIC 9(03) VALUE ZEROS.
       77 TM-IX        PIC 9(03) VALUE ZEROS.
       77 TM-IY        PIC 9(03) VALUE ZEROS.
       77 W-TROCOU     PIC 9(01) VALUE ZEROS.
       01 TABMEDORC.
           03 TM-ENT OCCURS 100 TIMES.
               05 TM-CRM       PIC 9(06).
               05 TM-EMIT      PIC 9(04).
               05 TM-ACEI      PIC 9(04).
               05 TM-VENC      PIC 9(04).
               05 TM-ABER      PIC 9(04).
               05 TM-RECU      PIC 9(04).
               05 TM-VAL-EMIT  PIC 9(09)V99.
               05 TM-VAL-ACEI  PIC 9(09)V99.
       01 TM-ENT-AUX          PIC X(48).
       01 TM-TOT.
           03 TT-EMIT          PIC 9(05) VALUE ZEROS.
           03 TT-ACEI          PIC 9(05) VALUE ZEROS.
           03 TT-VENC          PIC 9(05) VALUE ZEROS.
           03 TT-ABER          PIC 9(05) VALUE ZEROS.
           03 TT-RECU          PIC 9(05) VALUE ZEROS.
           03 TT-VAL-EMIT      PIC 9(09)V99 VALUE ZEROS.
           03 TT-VAL-ACEI      PIC 9(09)V99 VALUE ZEROS.
      *
      *    LINHAS DA IMPRESSAO DO ORCAMENTO
       01 LINORC-SEP.
           03 FILLER          PIC X(70) VALUE ALL "-".
       01 LINORC-TIT.
           03 FILLER          PIC X(28)
              VALUE "ORCAMENTO DE TRATAMENTO NO. ".
           03 LO-NUMERO       PIC 9(06).
           03 FILLER          PIC X(12) VALUE "   EMISSAO: ".
           03 LO-EMISSAO      PIC X(10).
       01 LINORC-PAC.
           03 FILLER          PIC X(10) VALUE "PACIENTE: ".
           03 LO-NOMEP        PIC X(30).
           03 FILLER          PIC X(06) VALUE " CPF: ".
           03 LO-CPF          PIC 9(11).
       01 LINORC-MED.
           03 FILLER          PIC X(10) VALUE "MEDICO  : ".
           03 LO-NOMEM        PIC X(30).
           03 FILLER          PIC X(06) VALUE " CRM: ".
           03 LO-CRM          PIC 9(06).
       01 LINORC-COL.
           03 FILLER          PIC X(50)
              VALUE "IT PROC DESCRICAO                          VALOR".
       01 LINORC-TOT.
           03 FILLER          PIC X(27) VALUE SPACES.
           03 LO-ROTULO       PIC X(12).
           03 LO-VALOR        PIC Z.ZZZ.ZZ9,99.
       01 LINORC-VAL.
           03 FILLER          PIC X(33)
              VALUE "VALORES GARANTIDOS ATE O DIA ".
           03 LO-VALIDADE     PIC X(10).
       01 LINORC-ASS.
           03 FILLER          PIC X(40)
              VALUE "ACEITE DO PACIENTE: __________________".
           03 FILLER          PIC X(20)
              VALUE "______  DATA: __/__/".
           03 FILLER          PIC X(04) VALUE "____".
      *
      *    LINHAS DO RELATORIO DE CONVERSAO
       01 LINREL-CAB.
           03 FILLER          PIC X(45)
              VALUE "ORCAMENTOS POR MEDICO - EMITIDOS NO MES ".
           03 LR-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LR-ANO          PIC 9(04).
       01 LINREL-COL1.
           03 FILLER          PIC X(40)
              VALUE "CRM    MEDICO               EMIT ACEI VE".
           03 FILLER          PIC X(40)
              VALUE "NC ABER RECU CONV%   VALOR ACEITO".
       01 LINREL-DET.
           03 LR-CRM          PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-NOME         PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-EMIT         PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-ACEI         PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-VENC         PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-ABER         PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-RECU         PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-TAXA         PIC ZZ9,9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-VAL-ACEI     PIC ZZ.ZZZ.ZZ9,99.
       01 LINREL-TOT.
           03 LR-ROTULO       PIC X(30).
           03 LR-TOT-VAL      PIC ZZZ.ZZZ.ZZ9,99.
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
           OPEN I-O CADORCA
           IF ST-ERRO-ORC NOT = "00"
               IF ST-ERRO-ORC = "30"
                      OPEN OUTPUT CADORCA
                      CLOSE CADORCA
                      MOVE "* ARQUIVO CADORCA SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADORCA"
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
                      CLOSE CADORCA
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       INC-OP3.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADORCA CADCONSU
               GO TO ROT-FIMP.
       INC-OP4.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADORCA CADCONSU CADPACI
               GO TO ROT-FIMP.
       INC-OP5.
           OPEN INPUT CADPROC
           IF ST-ERRO-PROC NOT = "00"
               MOVE "ARQUIVO CADPROC NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADORCA CADCONSU CADPACI CADMED
               GO TO ROT-FIMP.
       INC-OP6.
           OPEN I-O CADRECIBO
           IF ST-ERRO-RB NOT = "00"
               IF ST-ERRO-RB = "30"
                      OPEN OUTPUT CADRECIBO
                      CLOSE CADRECIBO
                      GO TO INC-OP6
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRECIBO"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADORCA CADCONSU CADPACI CADMED CADPROC
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       INC-OP7.
           OPEN INPUT CADCXSES
           IF ST-ERRO-CX = "00"
               MOVE 1 TO W-CX-OK.
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
       ORC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "ORCAMENTO DE TRATAMENTO (PARTICULAR)"
                DISPLAY (05, 05) "1 - NOVO ORCAMENTO"
                DISPLAY (06, 05)
                   "2 - CONSULTAR / IMPRIMIR / ACEITAR ORCAMENTO"
                DISPLAY (07, 05) "3 - RELATORIO DE CONVERSAO POR MEDICO"
                DISPLAY (08, 05) "0 - SAIR"
                DISPLAY (10, 05) "OPCAO: ".
       ORC-002.
                ACCEPT (10, 13) W-OPCAO
                IF W-OPCAO = "0"
                   GO TO ROT-FIM.
                IF W-OPCAO = "1"
                   GO TO INC-001.
                IF W-OPCAO = "2"
                   GO TO CON-001.
                IF W-OPCAO = "3"
                   GO TO REL-001.
                GO TO ORC-001.
      *
      *****************************************
      * INCLUSAO DO ORCAMENTO                  *
      *****************************************
      *
       INC-001.
                IF W-PERFIL = "C"
                   MOVE "* OPERADOR SEM PERMISSAO DE INCLUSAO *"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORC-001.
                MOVE ZEROS  TO OR-NUMERO OR-CPF OR-CRM OR-DATA-EMI
                               OR-VALIDADE OR-QTD-ITENS OR-SUBTOTAL
                               OR-DESCONTO OR-TOTAL OR-DATA-ACEITE
                               OR-RECIBO
                MOVE 01     TO OR-FILIAL
                MOVE 30     TO W-DIAS-VAL
                MOVE SPACES TO OR-SITUACAO OR-OPERADOR
                MOVE 1 TO W-ITEM-IX
                PERFORM ITE-LIMPA THRU ITE-LIMPA-FIM
                PERFORM TELA-MONTA THRU TELA-MONTA-FIM
                DISPLAY (03, 18) "NOVO".
       INC-002.
                ACCEPT (04, 18) OR-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ORC-001.
                IF OR-CPF = ZEROS
                   MOVE "*** CPF NAO PODE SER ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE OR-CPF TO CPF
                READ CADPACI
                IF ST-ERRO-PACI NOT = "00"
                   MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF STATUS-REG OF REGPACI = "I"
                   MOVE "*** PACIENTE EXCLUIDO DO CADASTRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 31) NOME-P
      *    O ORCAMENTO E SEMPRE PELA TABELA PARTICULAR DO CADPROC
                IF CONVENIO NOT = ZEROS
                   MOVE "* PACIENTE DE CONVENIO: PRECO PARTICULAR *"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-003.
                ACCEPT (05, 18) OR-CRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF OR-CRM = ZEROS
                   MOVE "CRM NAO PODE SER ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE OR-CRM TO CRM
                READ CADMED
                IF ST-ERRO-MED NOT = "00"
                   MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (05, 31) NOME-M.
       INC-004.
                ACCEPT (06, 18) OR-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF OR-FILIAL = ZEROS
                   MOVE 01 TO OR-FILIAL
                   DISPLAY (06, 18) OR-FILIAL.
                IF W-FIL-OK = 1
                   MOVE OR-FILIAL TO FIL-CODIGO
                   READ CADFILIAL
                   IF ST-ERRO-FIL NOT = "00"
                      MOVE "*** FILIAL NAO CADASTRADA (SMP052) ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004
                   ELSE
                      DISPLAY (06, 31) FIL-NOME.
       INC-005.
                ACCEPT (07, 57) W-DIAS-VAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-DIAS-VAL = ZEROS OR W-DIAS-VAL > 180
                   MOVE "*** VALIDADE DE 1 A 180 DIAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE W-HOJE TO OR-DATA-EMI W-DATA-SER-N
                PERFORM DATA-SOMA THRU DATA-SOMA-FIM W-DIAS-VAL TIMES
                MOVE W-DATA-SER-N TO OR-VALIDADE
                PERFORM DATA-EDITA THRU DATA-EDITA-FIM
                DISPLAY (07, 62) W-DATA-ED.
      *
      *    PROCEDIMENTOS PELO VALOR DA TABELA DO DIA
       INC-006.
                MOVE ZEROS TO OR-QTD-ITENS OR-SUBTOTAL
                MOVE 1 TO W-ITEM-IX
                PERFORM ITE-LIMPA THRU ITE-LIMPA-FIM
                PERFORM ITE-APAGA THRU ITE-APAGA-FIM.
       INC-007.
                IF OR-QTD-ITENS NOT < 10
                   MOVE "*** LIMITE DE 10 PROCEDIMENTOS ATINGIDO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                MOVE ZEROS TO CODPROC
                DISPLAY (21, 01) "PROCEDIMENTO (0=FIM) : "
                ACCEPT  (21, 24) CODPROC
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 01) LIMPA
                IF W-ACT = 02
                   GO TO INC-005.
                IF CODPROC = ZEROS
                   IF OR-QTD-ITENS = ZEROS
                      MOVE "*** INFORME AO MENOS UM PROCEDIMENTO ***"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-007
                   ELSE
                      GO TO INC-008.
                READ CADPROC
                IF ST-ERRO-PROC NOT = "00"
                   MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF VALORPROC = ZEROS
                   MOVE "*** PROCEDIMENTO SEM PRECO NA TABELA ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                ADD 1 TO OR-QTD-ITENS
                MOVE CODPROC   TO OR-PROC(OR-QTD-ITENS)
                MOVE VALORPROC TO OR-VALOR(OR-QTD-ITENS)
                ADD VALORPROC  TO OR-SUBTOTAL
                MOVE OR-QTD-ITENS TO W-ITEM-IX
                PERFORM ITE-MOSTRA THRU ITE-MOSTRA-FIM
                MOVE OR-SUBTOTAL TO W-MASC-VAL
                DISPLAY (20, 12) W-MASC-VAL
                GO TO INC-007.
       INC-008.
                MOVE ZEROS TO OR-DESCONTO
                ACCEPT (20, 38) OR-DESCONTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF OR-DESCONTO NOT < OR-SUBTOTAL
                   MOVE "*** DESCONTO MAIOR QUE O SUBTOTAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                COMPUTE OR-TOTAL = OR-SUBTOTAL - OR-DESCONTO
                MOVE OR-DESCONTO TO W-MASC-VAL
                DISPLAY (20, 38) W-MASC-VAL
                MOVE OR-TOTAL TO W-MASC-VAL
                DISPLAY (20, 62) W-MASC-VAL.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR ORCAMENTO (S/N) : ".
                ACCEPT (23, 65) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                DISPLAY (23, 40) "                          ".
       INC-WR1.
                MOVE "ORCAMENTO" TO W-SERIE
                PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
                IF W-NUM-LIVRE = ZEROS
                   MOVE "ERRO NA NUMERACAO DO ORCAMENTO (CADSERIES)"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-NUM-LIVRE TO OR-NUMERO
                MOVE "E" TO OR-SITUACAO
                MOVE W-OPERADOR TO OR-OPERADOR
                WRITE REGORCA
                IF ST-ERRO-ORC NOT = "00" AND ST-ERRO-ORC NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                DISPLAY (03, 18) OR-NUMERO
                MOVE "ORCAMENTO" TO AU-OPERACAO
                MOVE OR-NUMERO   TO AU-CHAVE
                MOVE SPACES      TO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                PERFORM IMP-001 THRU IMP-001-FIM
                GO TO ORC-001.
      *
      *****************************************
      * CONSULTA DE UM ORCAMENTO EXISTENTE     *
      *****************************************
      *
       CON-001.
                PERFORM TELA-MONTA THRU TELA-MONTA-FIM.
       CON-002.
                MOVE ZEROS TO W-NUM-ORC
                ACCEPT (03, 18) W-NUM-ORC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ORC-001.
                MOVE W-NUM-ORC TO OR-NUMERO
                READ CADORCA
                IF ST-ERRO-ORC NOT = "00"
                   MOVE "*** ORCAMENTO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-002.
                PERFORM ORC-MOSTRA THRU ORC-MOSTRA-FIM.
       ACE-001.
                DISPLAY (23, 01)
                  "F1=SAIR F2=IMPRIMIR F3=ACEITAR F4=RECUSAR"
                ACCEPT (23, 50) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                                  AND W-ACT NOT = 05
                   GO TO ACE-001.
                DISPLAY (23, 01) W-BRANCO
                IF W-ACT = 02
                   GO TO CON-001.
                IF W-ACT = 03
                   PERFORM IMP-001 THRU IMP-001-FIM
                   GO TO ACE-001.
                IF W-ACT = 04
                   GO TO ACT-001.
                IF W-ACT = 05
                   GO TO RCS-001.
      *
      *****************************************
      * ACEITE: CONSULTAS MARCADAS COM OS      *
      * PROCEDIMENTOS PELO VALOR ORCADO (COM O *
      * DESCONTO RATEADO) E RECIBO NA SESSAO   *
      * DE CAIXA ABERTA DO OPERADOR            *
      *****************************************
      *
       ACT-001.
                IF W-PERFIL = "C"
                   MOVE "* OPERADOR SEM PERMISSAO DE INCLUSAO *"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF OR-SITUACAO NOT = "E"
                   MOVE "*** ORCAMENTO JA ACEITO OU RECUSADO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF OR-VALIDADE < W-HOJE
                   MOVE "*** ORCAMENTO VENCIDO - EMITA OUTRO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM CXA-SESACHA THRU CXA-SESACHA-FIM
                IF W-SES-ABERTA NOT = 1
                   MOVE "*** ABRA O CAIXA (SMP050) ANTES DO ACEITE ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       ACT-002.
                MOVE SPACES TO W-FORMA
                DISPLAY (21, 01) W-BRANCO
                DISPLAY (21, 01) "FORMA (D=DINHEIRO C=CARTAO): "
                ACCEPT  (21, 30) W-FORMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (21, 01) W-BRANCO
                   GO TO ACE-001.
                IF W-FORMA NOT = "D" AND "C"
                   MOVE "*** USE D OU C ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACT-002.
                COMPUTE W-QTD-CONS = (OR-QTD-ITENS + 4) / 5
                MOVE ZEROS TO TABMARC
                MOVE 1 TO W-CONS-IX.
      *    DATA E HORA DE CADA CONSULTA, VALIDADAS COMO NO SMP006
       ACT-003.
                MOVE ZEROS TO W-DATA-TELA W-HORA-SER
                DISPLAY (21, 01) W-BRANCO
                DISPLAY (21, 01) "CONSULTA   DE   DATA:   /  /"
                DISPLAY (21, 35) "HORA:"
                DISPLAY (21, 10) W-CONS-IX
                DISPLAY (21, 15) W-QTD-CONS
                DISPLAY (21, 43) ":"
                ACCEPT (21, 23) W-DIA-TELA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACT-002.
                ACCEPT (21, 26) W-MES-TELA
                ACCEPT (21, 29) W-ANO-TELA
                ACCEPT (21, 41) W-HR-SER
                ACCEPT (21, 44) W-MN-SER
                MOVE W-ANO-TELA TO W-ANO-SER
                MOVE W-MES-TELA TO W-MES-SER
                MOVE W-DIA-TELA TO W-DIA-SER
                PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
                IF W-REJ = 1
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACT-003.
                IF W-HR-SER NOT < 24 OR W-MN-SER NOT < 60
                   MOVE "*** HORARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACT-003.
                IF W-CONS-IX = 2 AND
                   W-DATA-SER-N = W-MC-DATA(1) AND
                   W-HORA-SER-N = W-MC-HORA(1)
                   MOVE "*** MESMO HORARIO DA CONSULTA ANTERIOR ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACT-003.
                MOVE OR-CPF    TO W-CPF-CHK
                MOVE OR-CRM    TO W-CRM-CHK
                MOVE OR-FILIAL TO W-FIL-CHK
                PERFORM SES-VALIDA THRU SES-VALIDA-FIM
                IF W-REJ = 1
                   MOVE SPACES TO MENS
                   STRING "*** HORARIO RECUSADO: " W-MOTIVO
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACT-003.
                MOVE W-DATA-SER-N TO W-MC-DATA(W-CONS-IX)
                MOVE W-HORA-SER-N TO W-MC-HORA(W-CONS-IX)
                ADD 1 TO W-CONS-IX
                IF W-CONS-IX NOT > W-QTD-CONS
                   GO TO ACT-003.
                DISPLAY (21, 01) W-BRANCO.
       ACT-OPC.
                MOVE "S" TO W-OPCAO
                MOVE OR-TOTAL TO W-MASC-VAL
                DISPLAY (22, 01) "RECIBO NO VALOR DE "
                DISPLAY (22, 20) W-MASC-VAL
                DISPLAY (23, 40) "CONFIRMA ACEITE (S/N) : ".
                ACCEPT (23, 64) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (22, 01) W-BRANCO
                   DISPLAY (23, 40) "                         "
                   GO TO ACT-002.
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (22, 01) W-BRANCO
                   DISPLAY (23, 40) "                         "
                   MOVE "* ACEITE NAO CONFIRMADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACT-OPC.
                DISPLAY (22, 01) W-BRANCO
                DISPLAY (23, 40) "                         ".
       ACT-WR1.
                PERFORM ORC-RATEIO THRU ORC-RATEIO-FIM
                MOVE 1 TO W-CONS-IX.
       ACT-WR1-LOOP.
                IF W-CONS-IX > W-QTD-CONS
                   GO TO ACT-WR2.
                PERFORM ACT-CONSULTA THRU ACT-CONSULTA-FIM
                IF W-REJ = 1
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CONSULTAS"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-CONS-IX
                GO TO ACT-WR1-LOOP.
      *    RECIBO NUMERADO PELA SERIE "RECIBO", COMO NO SMP050
       ACT-WR2.
                MOVE "RECIBO" TO W-SERIE
                PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
                IF W-NUM-LIVRE = ZEROS
                   MOVE "ERRO NA NUMERACAO DO RECIBO (CADSERIES)"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-NUM-LIVRE TO RB-NUMERO
                MOVE OR-CPF      TO RB-CPF
                MOVE OR-TOTAL    TO RB-VALOR
                MOVE W-FORMA     TO RB-FORMA
                MOVE OR-NUMERO   TO W-DR-NUMERO
                MOVE W-DESCR-RB  TO RB-DESCR
                MOVE W-HOJE      TO RB-DATA
                ACCEPT W-HORA-SYS FROM TIME
                COMPUTE RB-HORA = (W-SYS-HH * 100) + W-SYS-MM
                MOVE W-SES-OPER TO RB-SES-OPER
                MOVE W-SES-DATA TO RB-SES-DATA
                MOVE W-SES-SEQ  TO RB-SES-SEQ
                MOVE "E" TO RB-SITUACAO
                WRITE REGRECIBO
                IF ST-ERRO-RB NOT = "00" AND ST-ERRO-RB NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECIBO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "A" TO OR-SITUACAO
                MOVE W-HOJE TO OR-DATA-ACEITE
                MOVE RB-NUMERO TO OR-RECIBO
                REWRITE REGORCA
                IF ST-ERRO-ORC NOT = "00" AND ST-ERRO-ORC NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "ORCA-ACEIT" TO AU-OPERACAO
                MOVE OR-NUMERO    TO AU-CHAVE
                MOVE SPACES       TO AU-MOTIVO
                STRING "RECIBO " RB-NUMERO
                       DELIMITED BY SIZE INTO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                PERFORM ORC-MOSTRA THRU ORC-MOSTRA-FIM
                DISPLAY (22, 01) "RECIBO EMITIDO NUMERO: "
                DISPLAY (22, 24) RB-NUMERO
                MOVE "*** ACEITE GRAVADO - CONSULTAS MARCADAS ***"
                                                          TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
      *
      *****************************************
      * RECUSA DO ORCAMENTO PELO PACIENTE      *
      *****************************************
      *
       RCS-001.
                IF W-PERFIL = "C"
                   MOVE "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF OR-SITUACAO NOT = "E"
                   MOVE "*** ORCAMENTO JA ACEITO OU RECUSADO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       RCS-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA RECUSA (S/N) : ".
                ACCEPT (23, 64) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (23, 40) "                         "
                IF W-ACT = 02 GO TO ACE-001.
                IF W-OPCAO = "N" OR "n"
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RCS-OPC.
                MOVE "C" TO OR-SITUACAO
                REWRITE REGORCA
                IF ST-ERRO-ORC NOT = "00" AND ST-ERRO-ORC NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "ORCA-RECUS" TO AU-OPERACAO
                MOVE OR-NUMERO    TO AU-CHAVE
                MOVE SPACES       TO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                PERFORM ORC-MOSTRA THRU ORC-MOSTRA-FIM
                MOVE "*** ORCAMENTO RECUSADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
      *
      *****************************************
      * RELATORIO DE CONVERSAO POR MEDICO DOS  *
      * ORCAMENTOS EMITIDOS NO MES. VENCIDO E  *
      * O EMITIDO SEM ACEITE COM A VALIDADE    *
      * JA PASSADA                             *
      *****************************************
      *
       REL-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "RELATORIO DE CONVERSAO DE ORCAMENTOS"
                DISPLAY (05, 01) "MES/ANO DE EMISSAO (MM AAAA): "
                MOVE ZEROS TO W-MES-REL W-ANO-REL
                ACCEPT (05, 31) W-MES-REL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ORC-001.
                ACCEPT (05, 34) W-ANO-REL
                IF W-MES-REL < 1 OR W-MES-REL > 12 OR W-ANO-REL < 2000
                   MOVE "*** MES/ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REL-001.
                MOVE ZEROS TO TM-TOTAL TT-EMIT TT-ACEI TT-VENC TT-ABER
                              TT-RECU TT-VAL-EMIT TT-VAL-ACEI
                MOVE ZEROS TO OR-NUMERO
                START CADORCA KEY IS NOT LESS THAN OR-NUMERO
                IF ST-ERRO-ORC NOT = "00"
                   GO TO REL-ORDENA.
       REL-LER.
                READ CADORCA NEXT RECORD
                IF ST-ERRO-ORC NOT = "00"
                   GO TO REL-ORDENA.
                MOVE OR-DATA-EMI TO W-DATA-SER-N
                IF W-ANO-SER NOT = W-ANO-REL OR
                   W-MES-SER NOT = W-MES-REL
                   GO TO REL-LER.
                MOVE 1 TO TM-IX.
       REL-BUSCA.
                IF TM-IX > TM-TOTAL
                   GO TO REL-NOVO.
                IF TM-CRM(TM-IX) = OR-CRM
                   GO TO REL-SOMA.
                ADD 1 TO TM-IX
                GO TO REL-BUSCA.
       REL-NOVO.
                IF TM-TOTAL NOT < 100
                   GO TO REL-LER.
                ADD 1 TO TM-TOTAL
                MOVE TM-TOTAL TO TM-IX
                MOVE OR-CRM TO TM-CRM(TM-IX)
                MOVE ZEROS TO TM-EMIT(TM-IX) TM-ACEI(TM-IX)
                              TM-VENC(TM-IX) TM-ABER(TM-IX)
                              TM-RECU(TM-IX) TM-VAL-EMIT(TM-IX)
                              TM-VAL-ACEI(TM-IX).
       REL-SOMA.
                ADD 1 TO TM-EMIT(TM-IX) TT-EMIT
                ADD OR-TOTAL TO TM-VAL-EMIT(TM-IX) TT-VAL-EMIT
                IF OR-SITUACAO = "A"
                   ADD 1 TO TM-ACEI(TM-IX) TT-ACEI
                   ADD OR-TOTAL TO TM-VAL-ACEI(TM-IX) TT-VAL-ACEI
                   GO TO REL-LER.
                IF OR-SITUACAO = "C"
                   ADD 1 TO TM-RECU(TM-IX) TT-RECU
                   GO TO REL-LER.
                IF OR-VALIDADE < W-HOJE
                   ADD 1 TO TM-VENC(TM-IX) TT-VENC
                ELSE
                   ADD 1 TO TM-ABER(TM-IX) TT-ABER.
                GO TO REL-LER.
      *
       REL-ORDENA.
                IF TM-TOTAL < 2
                   GO TO REL-IMP.
                MOVE 1 TO W-TROCOU.
       REL-ORD-PASSO.
                IF W-TROCOU = ZEROS
                   GO TO REL-IMP.
                MOVE ZEROS TO W-TROCOU
                MOVE 1 TO TM-IX.
       REL-ORD-PAR.
                COMPUTE TM-IY = TM-IX + 1
                IF TM-IY > TM-TOTAL
                   GO TO REL-ORD-PASSO.
                IF TM-CRM(TM-IX) > TM-CRM(TM-IY)
                   MOVE TM-ENT(TM-IX) TO TM-ENT-AUX
                   MOVE TM-ENT(TM-IY) TO TM-ENT(TM-IX)
                   MOVE TM-ENT-AUX    TO TM-ENT(TM-IY)
                   MOVE 1 TO W-TROCOU.
                ADD 1 TO TM-IX
                GO TO REL-ORD-PAR.
      *
       REL-IMP.
                MOVE SPACES TO W-ARQNOME
                STRING "RELORC" W-ANO-REL W-MES-REL ".DAT"
                   DELIMITED BY SIZE INTO W-ARQNOME
                OPEN OUTPUT RELORCA
                IF ST-ERRO-REL NOT = "00"
                   MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ORC-001.
                MOVE W-MES-REL TO LR-MES
                MOVE W-ANO-REL TO LR-ANO
                MOVE LINREL-CAB TO LINRELORCA
                WRITE LINRELORCA
                MOVE SPACES TO LINRELORCA
                WRITE LINRELORCA
                MOVE LINREL-COL1 TO LINRELORCA
                WRITE LINRELORCA
                MOVE 1 TO TM-IX.
       REL-IMP-LOOP.
                IF TM-IX > TM-TOTAL
                   GO TO REL-IMP-TOT.
                MOVE TM-CRM(TM-IX) TO LR-CRM CRM
                READ CADMED
                IF ST-ERRO-MED NOT = "00"
                   MOVE "MEDICO NAO CADASTRADO" TO NOME-M.
                MOVE NOME-M          TO LR-NOME
                MOVE TM-EMIT(TM-IX)  TO LR-EMIT
                MOVE TM-ACEI(TM-IX)  TO LR-ACEI
                MOVE TM-VENC(TM-IX)  TO LR-VENC
                MOVE TM-ABER(TM-IX)  TO LR-ABER
                MOVE TM-RECU(TM-IX)  TO LR-RECU
                MOVE TM-VAL-ACEI(TM-IX) TO LR-VAL-ACEI
                MOVE ZEROS TO LR-TAXA
                IF TM-EMIT(TM-IX) > ZEROS
                   COMPUTE LR-TAXA ROUNDED =
                           TM-ACEI(TM-IX) * 100 / TM-EMIT(TM-IX).
                MOVE LINREL-DET TO LINRELORCA
                WRITE LINRELORCA
                ADD 1 TO TM-IX
                GO TO REL-IMP-LOOP.
       REL-IMP-TOT.
                MOVE ZEROS     TO LR-CRM
                MOVE "TOTAL"   TO LR-NOME
                MOVE TT-EMIT   TO LR-EMIT
                MOVE TT-ACEI   TO LR-ACEI
                MOVE TT-VENC   TO LR-VENC
                MOVE TT-ABER   TO LR-ABER
                MOVE TT-RECU   TO LR-RECU
                MOVE TT-VAL-ACEI TO LR-VAL-ACEI
                MOVE ZEROS TO LR-TAXA
                IF TT-EMIT > ZEROS
                   COMPUTE LR-TAXA ROUNDED = TT-ACEI * 100 / TT-EMIT.
                MOVE SPACES TO LINRELORCA
                WRITE LINRELORCA
                MOVE LINREL-DET TO LINRELORCA
                WRITE LINRELORCA
                MOVE SPACES TO LINRELORCA
                WRITE LINRELORCA
                MOVE "VALOR TOTAL ORCADO NO MES    " TO LR-ROTULO
                MOVE TT-VAL-EMIT TO LR-TOT-VAL
                MOVE LINREL-TOT TO LINRELORCA
                WRITE LINRELORCA
                MOVE "VALOR ORCADO E ACEITO        " TO LR-ROTULO
                MOVE TT-VAL-ACEI TO LR-TOT-VAL
                MOVE LINREL-TOT TO LINRELORCA
                WRITE LINRELORCA
                CLOSE RELORCA
                MOVE SPACES TO MENS
                STRING "*** RELATORIO GRAVADO EM " W-ARQNOME
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 01) "APERTE ENTER PARA CONTINUAR...."
                ACCEPT  (23, 35) W-OPCAO
                GO TO ORC-001.
      *
      *****************************************
      * TELA DO ORCAMENTO                      *
      *****************************************
      *
       TELA-MONTA.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "ORCAMENTO DE TRATAMENTO (PARTICULAR)"
                DISPLAY (03, 01) "NUMERO         : "
                DISPLAY (04, 01) "CPF PACIENTE   : "
                DISPLAY (05, 01) "CRM MEDICO     : "
                DISPLAY (06, 01) "FILIAL         : "
                DISPLAY (07, 01) "EMISSAO        : "
                DISPLAY (07, 40) "VALIDADE (DIAS): "
                DISPLAY (08, 01) "SITUACAO       : "
                DISPLAY (09, 01)
                   "IT PROC DESCRICAO                           VALOR"
                DISPLAY (20, 01) "SUBTOTAL :"
                DISPLAY (20, 27) "DESCONTO :"
                DISPLAY (20, 53) "TOTAL :".
       TELA-MONTA-FIM.
                EXIT.
      *
       ORC-MOSTRA.
                DISPLAY (03, 18) OR-NUMERO
                DISPLAY (04, 18) OR-CPF
                MOVE OR-CPF TO CPF
                READ CADPACI
                IF ST-ERRO-PACI = "00"
                   DISPLAY (04, 31) NOME-P.
                DISPLAY (05, 18) OR-CRM
                MOVE OR-CRM TO CRM
                READ CADMED
                IF ST-ERRO-MED = "00"
                   DISPLAY (05, 31) NOME-M.
                DISPLAY (06, 18) OR-FILIAL
                MOVE OR-DATA-EMI TO W-DATA-SER-N
                PERFORM DATA-EDITA THRU DATA-EDITA-FIM
                DISPLAY (07, 18) W-DATA-ED
                MOVE OR-VALIDADE TO W-DATA-SER-N
                PERFORM DATA-EDITA THRU DATA-EDITA-FIM
                DISPLAY (07, 57) "ATE"
                DISPLAY (07, 62) W-DATA-ED
                DISPLAY (08, 18) W-BRANCO
                IF OR-SITUACAO = "A"
                   DISPLAY (08, 18) "ACEITO - RECIBO"
                   DISPLAY (08, 34) OR-RECIBO
                ELSE
                   IF OR-SITUACAO = "C"
                      DISPLAY (08, 18) "RECUSADO"
                   ELSE
                      IF OR-VALIDADE < W-HOJE
                         DISPLAY (08, 18) "VENCIDO"
                      ELSE
                         DISPLAY (08, 18) "EMITIDO (AGUARDA ACEITE)".
                PERFORM ITE-APAGA THRU ITE-APAGA-FIM
                MOVE 1 TO W-ITEM-IX.
       ORC-MOSTRA-LOOP.
                IF W-ITEM-IX > OR-QTD-ITENS
                   GO TO ORC-MOSTRA-TOT.
                PERFORM ITE-MOSTRA THRU ITE-MOSTRA-FIM
                ADD 1 TO W-ITEM-IX
                GO TO ORC-MOSTRA-LOOP.
       ORC-MOSTRA-TOT.
                MOVE OR-SUBTOTAL TO W-MASC-VAL
                DISPLAY (20, 12) W-MASC-VAL
                MOVE OR-DESCONTO TO W-MASC-VAL
                DISPLAY (20, 38) W-MASC-VAL
                MOVE OR-TOTAL TO W-MASC-VAL
                DISPLAY (20, 62) W-MASC-VAL.
       ORC-MOSTRA-FIM.
                EXIT.
      *
      *    LINHA DO ITEM W-ITEM-IX NA TELA (LINHAS 10 A 19)
       ITE-MOSTRA.
                MOVE W-ITEM-IX TO W-LI-NUM
                MOVE OR-PROC(W-ITEM-IX) TO W-LI-PROC CODPROC
                READ CADPROC
                IF ST-ERRO-PROC NOT = "00"
                   MOVE "PROCEDIMENTO NAO CADASTRADO" TO DESCRPROC.
                MOVE DESCRPROC TO W-LI-DESCR
                MOVE OR-VALOR(W-ITEM-IX) TO W-LI-VALOR
                COMPUTE W-LINHA = W-ITEM-IX + 9
                DISPLAY (W-LINHA, 01) W-LIN-ITEM.
       ITE-MOSTRA-FIM.
                EXIT.
      *
       ITE-APAGA.
                MOVE 10 TO W-LINHA.
       ITE-APAGA-LOOP.
                DISPLAY (W-LINHA, 01) W-BRANCO
                ADD 1 TO W-LINHA
                IF W-LINHA < 20
                   GO TO ITE-APAGA-LOOP.
       ITE-APAGA-FIM.
                EXIT.
      *
      *    ZERA OS ITENS A PARTIR DE W-ITEM-IX
       ITE-LIMPA.
                IF W-ITEM-IX > 10
                   GO TO ITE-LIMPA-FIM.
                MOVE ZEROS TO OR-PROC(W-ITEM-IX) OR-VALOR(W-ITEM-IX)
                ADD 1 TO W-ITEM-IX
                GO TO ITE-LIMPA.
       ITE-LIMPA-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO DO ORCAMENTO PARA O PACIENTE *
      * (ORCAnnnnnn.DAT)                       *
      *****************************************
      *
       IMP-001.
                MOVE SPACES TO W-ARQNOME
                STRING "ORCA" OR-NUMERO ".DAT"
                   DELIMITED BY SIZE INTO W-ARQNOME
                OPEN OUTPUT RELORCA
                IF ST-ERRO-REL NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO DE IMPRESSAO"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-001-FIM.
                MOVE LINORC-SEP TO LINRELORCA
                WRITE LINRELORCA
                MOVE OR-NUMERO TO LO-NUMERO
                MOVE OR-DATA-EMI TO W-DATA-SER-N
                PERFORM DATA-EDITA THRU DATA-EDITA-FIM
                MOVE W-DATA-ED TO LO-EMISSAO
                MOVE LINORC-TIT TO LINRELORCA
                WRITE LINRELORCA
                MOVE LINORC-SEP TO LINRELORCA
                WRITE LINRELORCA
                MOVE OR-CPF TO CPF LO-CPF
                MOVE SPACES TO LO-NOMEP
                READ CADPACI
                IF ST-ERRO-PACI = "00"
                   MOVE NOME-P TO LO-NOMEP.
                MOVE LINORC-PAC TO LINRELORCA
                WRITE LINRELORCA
                MOVE OR-CRM TO CRM LO-CRM
                MOVE SPACES TO LO-NOMEM
                READ CADMED
                IF ST-ERRO-MED = "00"
                   MOVE NOME-M TO LO-NOMEM.
                MOVE LINORC-MED TO LINRELORCA
                WRITE LINRELORCA
                MOVE SPACES TO LINRELORCA
                WRITE LINRELORCA
                MOVE LINORC-COL TO LINRELORCA
                WRITE LINRELORCA
                MOVE 1 TO W-ITEM-IX.
       IMP-ITEM.
                IF W-ITEM-IX > OR-QTD-ITENS
                   GO TO IMP-TOTAL.
                MOVE W-ITEM-IX TO W-LI-NUM
                MOVE OR-PROC(W-ITEM-IX) TO W-LI-PROC CODPROC
                READ CADPROC
                IF ST-ERRO-PROC NOT = "00"
                   MOVE "PROCEDIMENTO NAO CADASTRADO" TO DESCRPROC.
                MOVE DESCRPROC TO W-LI-DESCR
                MOVE OR-VALOR(W-ITEM-IX) TO W-LI-VALOR
                MOVE W-LIN-ITEM TO LINRELORCA
                WRITE LINRELORCA
                ADD 1 TO W-ITEM-IX
                GO TO IMP-ITEM.
       IMP-TOTAL.
                MOVE SPACES TO LINRELORCA
                WRITE LINRELORCA
                MOVE "SUBTOTAL   :" TO LO-ROTULO
                MOVE OR-SUBTOTAL TO LO-VALOR
                MOVE LINORC-TOT TO LINRELORCA
                WRITE LINRELORCA
                MOVE "DESCONTO   :" TO LO-ROTULO
                MOVE OR-DESCONTO TO LO-VALOR
                MOVE LINORC-TOT TO LINRELORCA
                WRITE LINRELORCA
                MOVE "TOTAL      :" TO LO-ROTULO
                MOVE OR-TOTAL TO LO-VALOR
                MOVE LINORC-TOT TO LINRELORCA
                WRITE LINRELORCA
                MOVE SPACES TO LINRELORCA
                WRITE LINRELORCA
                MOVE OR-VALIDADE TO W-DATA-SER-N
                PERFORM DATA-EDITA THRU DATA-EDITA-FIM
                MOVE W-DATA-ED TO LO-VALIDADE
                MOVE LINORC-VAL TO LINRELORCA
                WRITE LINRELORCA
                MOVE SPACES TO LINRELORCA
                WRITE LINRELORCA
                WRITE LINRELORCA
                MOVE LINORC-ASS TO LINRELORCA
                WRITE LINRELORCA
                MOVE LINORC-SEP TO LINRELORCA
                WRITE LINRELORCA
                CLOSE RELORCA
                MOVE SPACES TO MENS
                STRING "*** ORCAMENTO IMPRESSO EM " W-ARQNOME
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-001-FIM.
                EXIT.
      *
      *****************************************
      * RATEIO DO DESCONTO NOS ITENS: A SOMA   *
      * DOS PROCEDIMENTOS DAS CONSULTAS FECHA  *
      * COM O VALOR DO RECIBO (O ULTIMO ITEM   *
      * ABSORVE O ARREDONDAMENTO)              *
      *****************************************
      *
       ORC-RATEIO.
                MOVE ZEROS TO W-RAT-ACUM
                MOVE 1 TO W-ITEM-IX.
       ORC-RATEIO-LOOP.
                IF W-ITEM-IX NOT < OR-QTD-ITENS
                   GO TO ORC-RATEIO-ULT.
                IF OR-DESCONTO = ZEROS
                   MOVE OR-VALOR(W-ITEM-IX) TO W-RAT-VAL(W-ITEM-IX)
                ELSE
                   COMPUTE W-RAT-VAL(W-ITEM-IX) ROUNDED =
                           OR-VALOR(W-ITEM-IX) * OR-TOTAL /
                           OR-SUBTOTAL.
                ADD W-RAT-VAL(W-ITEM-IX) TO W-RAT-ACUM
                ADD 1 TO W-ITEM-IX
                GO TO ORC-RATEIO-LOOP.
       ORC-RATEIO-ULT.
                COMPUTE W-RAT-RESTO = OR-TOTAL - W-RAT-ACUM
                IF W-RAT-RESTO < ZEROS
                   MOVE ZEROS TO W-RAT-RESTO.
                MOVE W-RAT-RESTO TO W-RAT-VAL(OR-QTD-ITENS).
       ORC-RATEIO-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DA CONSULTA W-CONS-IX DO      *
      * ACEITE COM OS ITENS (W-CONS-IX-1)*5+1  *
      * A W-CONS-IX*5                          *
      *****************************************
      *
       ACT-CONSULTA.
                MOVE 0 TO W-REJ
                MOVE ZEROS  TO CPFDATA CRM-MED QTD-CID QTD-PROC
                               NUM-LOTE
                MOVE ZEROS  TO CID(1) CID(2) CID(3) CID(4) CID(5)
                MOVE ZEROS  TO PROC-TAB(1) PROC-TAB(2) PROC-TAB(3)
                               PROC-TAB(4) PROC-TAB(5)
                MOVE SPACES TO DESCRCON1 DESCRCON2 SIT-FATUR COD-GLOSA
                MOVE SPACES TO MOTIVO-EXCLUSAO OF REGCONSU
                MOVE W-MC-DATA(W-CONS-IX) TO W-DATA-SER-N
                MOVE W-MC-HORA(W-CONS-IX) TO W-HORA-SER-N
                MOVE OR-CPF    TO CPF-P
                MOVE W-DIA-SER TO DIA-C
                MOVE W-MES-SER TO MES-C
                MOVE W-ANO-SER TO ANO-C
                MOVE W-HR-SER  TO HORA-C
                MOVE W-MN-SER  TO MIN-C
                MOVE OR-CRM    TO CRM-MED
                MOVE OR-FILIAL TO COD-FILIAL
                MOVE OR-NUMERO TO W-DO-NUMERO
                MOVE W-CONS-IX TO W-DO-CONS
                MOVE W-QTD-CONS TO W-DO-QTD
                MOVE W-DESCR-ORC TO DESCRCON1
                COMPUTE W-PRIM-ITEM = ((W-CONS-IX - 1) * 5) + 1
                MOVE W-PRIM-ITEM TO W-ITEM-IX.
       ACT-CONSULTA-ITEM.
                IF W-ITEM-IX > OR-QTD-ITENS OR QTD-PROC NOT < 5
                   GO TO ACT-CONSULTA-GRAVA.
                ADD 1 TO QTD-PROC
                MOVE OR-PROC(W-ITEM-IX)   TO PROC-COD(QTD-PROC)
                MOVE W-RAT-VAL(W-ITEM-IX) TO PROC-VAL(QTD-PROC)
                ADD 1 TO W-ITEM-IX
                GO TO ACT-CONSULTA-ITEM.
       ACT-CONSULTA-GRAVA.
                MOVE "A" TO STATUS-REG OF REGCONSU
                MOVE "A" TO STATUS-CONSU
                PERFORM MONTA-CRMDATA THRU MONTA-CRMDATA-FIM
                WRITE REGCONSU
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE 1 TO W-REJ
                   GO TO ACT-CONSULTA-FIM.
                MOVE "W" TO JR-OPERACAO
                PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM.
       ACT-CONSULTA-FIM.
                EXIT.
      *
      *****************************************
      * SESSAO DE CAIXA ABERTA DO OPERADOR NO  *
      * DIA (MESMA BUSCA DO SMP050)            *
      *****************************************
      *
       CXA-SESACHA.
                MOVE ZEROS TO W-SES-ABERTA
                IF W-CX-OK NOT = 1
                   GO TO CXA-SESACHA-FIM.
                MOVE W-OPERADOR TO CX-OPERADOR
                MOVE W-HOJE     TO CX-DATA
                MOVE ZEROS      TO CX-SEQ
                START CADCXSES KEY IS NOT LESS THAN CX-CHAVE
                IF ST-ERRO-CX NOT = "00"
                   GO TO CXA-SESACHA-FIM.
       CXA-SESACHA-LER.
                READ CADCXSES NEXT RECORD
                IF ST-ERRO-CX NOT = "00"
                   GO TO CXA-SESACHA-FIM.
                IF CX-OPERADOR NOT = W-OPERADOR OR CX-DATA NOT = W-HOJE
                   GO TO CXA-SESACHA-FIM.
                IF CX-SITUACAO = "A"
                   MOVE 1 TO W-SES-ABERTA
                   MOVE CX-CHAVE TO W-SES-CHAVE.
                GO TO CXA-SESACHA-LER.
       CXA-SESACHA-FIM.
                EXIT.
      *
      *****************************************
      * VALIDACAO DO HORARIO (W-DATA-SER E     *
      * W-HORA-SER): AGENDA SEMANAL, AUSENCIA, *
      * CONSULTA DO PACIENTE NO MESMO HORARIO  *
      * E CONFLITO NA AGENDA DO MEDICO (MESMA  *
      * REGRA DO SMP074)                       *
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
      *    W-DATA-SER EDITADA EM W-DATA-ED (DD/MM/AAAA)
       DATA-EDITA.
                MOVE W-DIA-SER TO W-DE-DIA
                MOVE W-MES-SER TO W-DE-MES
                MOVE W-ANO-SER TO W-DE-ANO.
       DATA-EDITA-FIM.
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
      * PROXIMO NUMERO DA SERIE W-SERIE    *
      * DO CADSERIES ("ORCAMENTO" OU       *
      * "RECIBO", ESTA A MESMA DO SMP050)  *
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
           MOVE W-SERIE TO SR-SERIE
           READ CADSERIES
           IF ST-ERRO-SER NOT = "00"
               MOVE W-SERIE TO SR-SERIE
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
                CLOSE CADORCA CADCONSU CADPACI CADMED CADPROC
                      CADRECIBO AUDITLOG JORNAL.
                IF W-CX-OK = 1
                      CLOSE CADCXSES.
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
                MOVE "SMP085" TO AU-PROGRAMA
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
                MOVE "SMP085" TO JR-PROGRAMA
                MOVE W-OPERADOR TO JR-OPERADOR
                MOVE "CADCONSU" TO JR-ARQUIVO
                MOVE SPACES TO JR-IMAGEM
                MOVE REGCONSU TO JR-IMAGEM
                WRITE LINJORNAL.
       JRN-GRAVA-FIM.
                EXIT.
