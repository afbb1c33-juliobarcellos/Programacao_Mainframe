       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP079 INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************************
      * REMARCACAO DAS CONSULTAS ATINGIDAS POR AUSENCIA*
      * DO MEDICO (LISTA CADREMARC): MOSTRA OS CONTATOS*
      * DO PACIENTE E OS HORARIOS LIVRES DO MESMO      *
      * MEDICO E DOS OUTROS DA ESPECIALIDADE, VALIDA O *
      * NOVO HORARIO COMO NO SMP006 E MUDA A CONSULTA. *
      * A CONSULTA ORIGINAL FICA INATIVA COM O STATUS  *
      * M (REMARCADA PELA CLINICA), QUE NAO CONTA COMO *
      * FALTA DO PACIENTE                              *
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
           SELECT CADREMARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-CHAVE
                    FILE STATUS  IS ST-ERRO-RM
                    ALTERNATE RECORD KEY IS RM-DATA-CONS
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
           SELECT CADAUTPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-CHAVE
                    FILE STATUS  IS ST-ERRO-AUT.
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

       FD CADREMARC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREMARC.DAT".
       01 REGREMARC.
                03 RM-CHAVE.
                    05 RM-CPF      PIC 9(11).
                    05 RM-DATA.
                        07 RM-DIA  PIC 9(02).
                        07 RM-MES  PIC 9(02).
                        07 RM-ANO  PIC 9(04).
                    05 RM-HORA.
                        07 RM-HR   PIC 9(02).
                        07 RM-MN   PIC 9(02).
                03 RM-CRM          PIC 9(06).
                03 RM-FILIAL       PIC 9(02).
                03 RM-DATA-CONS    PIC 9(08).
                03 RM-AUS-INI      PIC 9(08).
                03 RM-AUS-FIM      PIC 9(08).
                03 RM-AUS-MOTIVO   PIC X(20).
                03 RM-DATA-GER     PIC 9(08).
                03 RM-SITUACAO     PIC X(01).
                03 RM-NOVO-CRM     PIC 9(06).
                03 RM-NOVA-DATA    PIC 9(08).
                03 RM-NOVA-HORA    PIC 9(04).
                03 RM-DATA-REM     PIC 9(08).
                03 RM-OPERADOR     PIC X(08).

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
                03 FILLER          PIC X(59).
                03 TELEFONE.
                        07 DDD     PIC 9(02).
                        07 NUMTEL  PIC 9(09).
                03 EMAIL-P         PIC X(30).
                03 CONTATO-EMERGENCIA.
                    05 NOME-EMERG  PIC X(25).
                    05 PARENTESCO  PIC X(12).
                    05 DDD-EMERG   PIC 9(02).
                    05 TEL-EMERG   PIC 9(09).
                03 FILLER          PIC X(54).

       FD CADMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
                03 CRM             PIC 9(06).
                03 CRM-UF          PIC X(02).
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(82).
                03 ESPECIALIDADE   PIC 9(02).
                03 FILLER          PIC X(09).
                03 STATUS-REG-M    PIC X(01).
                03 FILLER          PIC X(30).

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

       FD CADSERCON
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERCON.DAT".
       01 REGSERCON.
                03 SC-NUMERO       PIC 9(06).
                03 SC-CPF          PIC 9(11).
                03 FILLER          PIC X(67).
                03 SC-SESSAO OCCURS 40 TIMES.
                    05 SC-SES-DATA PIC 9(08).
                    05 SC-SES-HORA PIC 9(04).
                    05 SC-SES-SIT  PIC X(01).

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
       77 ST-ERRO-RM   PIC X(02) VALUE "00".
       77 ST-ERRO-PACI PIC X(02) VALUE "00".
       77 ST-ERRO-MED  PIC X(02) VALUE "00".
       77 ST-ERRO-AGM  PIC X(02) VALUE "00".
       77 ST-ERRO-AUS  PIC X(02) VALUE "00".
       77 ST-ERRO-AUT  PIC X(02) VALUE "00".
       77 ST-ERRO-SC   PIC X(02) VALUE "00".
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
       77 W-AUT-OK     PIC 9(01) VALUE ZEROS.
       77 W-SC-OK      PIC 9(01) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-LST-QTD    PIC 9(02) VALUE ZEROS.
       77 W-LST-NUM    PIC 9(02) VALUE ZEROS.
       77 W-LST-FIM    PIC 9(01) VALUE ZEROS.
       77 W-REJ        PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO     PIC X(20) VALUE SPACES.
       77 W-REGCONSU-SAVE PIC X(298) VALUE SPACES.
       77 W-REGAUT-SAVE   PIC X(63) VALUE SPACES.
       77 W-ESP-REF    PIC 9(02) VALUE ZEROS.
       77 W-SUG-QTD    PIC 9(01) VALUE ZEROS.
       77 W-SUG-IX     PIC 9(01) VALUE ZEROS.
       77 W-OUT-QTD    PIC 9(01) VALUE ZEROS.
       77 W-LIV-CRM    PIC 9(06) VALUE ZEROS.
       77 W-LIV-FIL    PIC 9(02) VALUE ZEROS.
       77 W-LIV-MAX    PIC 9(01) VALUE ZEROS.
       77 W-LIV-QTD    PIC 9(01) VALUE ZEROS.
       77 W-LIV-IX     PIC 9(01) VALUE ZEROS.
       77 W-LIV-DIAS   PIC 9(02) VALUE ZEROS.
       77 W-CRM-NOVO   PIC 9(06) VALUE ZEROS.
       77 W-PROC-IX    PIC 9(01) VALUE ZEROS.
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
      *    DATA (AAAAMMDD) E HORARIO EM TRABALHO
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
      *    CHAVES DAS LINHAS DA PAGINA DA LISTA
       01 TABLST.
           03 W-LST-CHAVE  PIC X(23) OCCURS 12 TIMES.
      *
      *    HORARIOS LIVRES ACHADOS PELA LIV-BUSCA
       01 TABLIV.
           03 W-LIV-ENT OCCURS 3 TIMES.
               05 W-LIV-DATA   PIC 9(08).
               05 W-LIV-HORA   PIC 9(04).
      *
      *    SUGESTOES OFERECIDAS: 1 A 3 MESMO MEDICO, DEMAIS OUTROS
       01 TABSUG.
           03 W-SUG-ENT OCCURS 6 TIMES.
               05 W-SUG-CRM    PIC 9(06).
               05 W-SUG-DATA   PIC 9(08).
               05 W-SUG-HORA   PIC 9(04).
      *
      *    DESCRICAO GRAVADA NAS CONSULTAS DE SERIE PELO SMP074
       01 W-DESCR-SES.
           03 W-DS-TXT1    PIC X(07).
           03 W-DS-NUM     PIC 9(02).
           03 FILLER       PIC X(01).
           03 W-DS-QTD     PIC 9(02).
           03 W-DS-TXT2    PIC X(10).
           03 W-DS-SERIE   PIC 9(06).
      *
       01 W-MOT-REM.
           03 FILLER       PIC X(13) VALUE "REMARCADA P/ ".
           03 W-MR-DIA     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-MR-MES     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-MR-ANO     PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-MR-HR      PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 W-MR-MN      PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACE.
      *
       01 W-LIN-LST.
           03 W-LL-NUM     PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LL-DIA     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-LL-MES     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-LL-ANO     PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LL-HR      PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 W-LL-MN      PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LL-CRM     PIC 9(06).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LL-FIL     PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LL-CPF     PIC 9(11).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LL-NOME    PIC X(30).
      *
       01 W-LIN-DATA.
           03 W-LD-DIA     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-LD-MES     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-LD-ANO     PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LD-HR      PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 W-LD-MN      PIC 9(02).
      *
       01 W-LIN-SUG.
           03 W-LG-NUM     PIC 9(01).
           03 FILLER       PIC X(07) VALUE " - CRM ".
           03 W-LG-CRM     PIC 9(06).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LG-NOME    PIC X(30).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-LG-DATA    PIC X(16).
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
           OPEN I-O CADREMARC
           IF ST-ERRO-RM NOT = "00"
               IF ST-ERRO-RM = "30"
                      MOVE "*** NENHUMA CONSULTA A REMARCAR ***"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADREMARC"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN I-O CADCONSU
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADREMARC
               GO TO ROT-FIMP.
       INC-OP3.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADREMARC CADCONSU
               GO TO ROT-FIMP.
       INC-OP4.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADREMARC CADCONSU CADPACI
               GO TO ROT-FIMP.
       INC-OP5.
           OPEN INPUT CADAGMED
           IF ST-ERRO-AGM = "00"
               MOVE 1 TO W-AGM-OK.
           OPEN INPUT CADAUSMED
           IF ST-ERRO-AUS = "00"
               MOVE 1 TO W-AUS-OK.
           OPEN I-O CADAUTPROC
           IF ST-ERRO-AUT = "00"
               MOVE 1 TO W-AUT-OK.
           OPEN I-O CADSERCON
           IF ST-ERRO-SC = "00"
               MOVE 1 TO W-SC-OK.
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
      *****************************************
      * LISTA DAS CONSULTAS PENDENTES EM ORDEM *
      * DE DATA, 12 POR PAGINA                 *
      *****************************************
      *
       LIS-001.
                MOVE ZEROS TO RM-DATA-CONS W-LST-FIM
                START CADREMARC KEY IS NOT LESS THAN RM-DATA-CONS
                IF ST-ERRO-RM NOT = "00"
                   MOVE 1 TO W-LST-FIM.
       LIS-PAGINA.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "REMARCACAO POR AUSENCIA DO MEDICO"
                DISPLAY (03, 01)
                  "NR DATA       HORA  CRM    FL CPF         PACIENTE"
                MOVE SPACES TO TABLST
                MOVE ZEROS TO W-LST-QTD
                MOVE 4 TO W-LINHA.
       LIS-LER.
                IF W-LST-FIM = 1 OR W-LST-QTD NOT < 12
                   GO TO LIS-ESCOLHE.
                READ CADREMARC NEXT RECORD
                IF ST-ERRO-RM NOT = "00"
                   MOVE 1 TO W-LST-FIM
                   GO TO LIS-ESCOLHE.
                IF RM-SITUACAO NOT = "P"
                   GO TO LIS-LER.
                ADD 1 TO W-LST-QTD
                MOVE RM-CHAVE TO W-LST-CHAVE(W-LST-QTD)
                MOVE W-LST-QTD TO W-LL-NUM
                MOVE RM-DIA TO W-LL-DIA
                MOVE RM-MES TO W-LL-MES
                MOVE RM-ANO TO W-LL-ANO
                MOVE RM-HR  TO W-LL-HR
                MOVE RM-MN  TO W-LL-MN
                MOVE RM-CRM TO W-LL-CRM
                MOVE RM-FILIAL TO W-LL-FIL
                MOVE RM-CPF TO W-LL-CPF CPF
                READ CADPACI
                IF ST-ERRO-PACI NOT = "00"
                   MOVE "PACIENTE NAO CADASTRADO" TO NOME-P.
                MOVE NOME-P TO W-LL-NOME
                DISPLAY (W-LINHA, 01) W-LIN-LST
                ADD 1 TO W-LINHA
                GO TO LIS-LER.
       LIS-ESCOLHE.
                IF W-LST-QTD = ZEROS AND W-LST-FIM = 1
                   MOVE "*** NENHUMA CONSULTA A REMARCAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE ZEROS TO W-LST-NUM
                DISPLAY (18, 01) "LINHA (00=PROXIMA PAGINA) : "
                ACCEPT  (18, 29) W-LST-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-LST-NUM = ZEROS
                   IF W-LST-FIM = 1
                      GO TO LIS-001
                   ELSE
                      GO TO LIS-PAGINA.
                IF W-LST-NUM > W-LST-QTD
                   MOVE "*** LINHA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-ESCOLHE.
      *
      *****************************************
      * DETALHE DA CONSULTA: CONTATOS DO       *
      * PACIENTE E HORARIOS LIVRES SUGERIDOS   *
      *****************************************
      *
       DET-001.
                MOVE W-LST-CHAVE(W-LST-NUM) TO RM-CHAVE
                READ CADREMARC
                IF ST-ERRO-RM NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADREMARC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-001.
                IF RM-SITUACAO NOT = "P"
                   MOVE "*** CONSULTA JA TRATADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-001.
                MOVE RM-CHAVE TO CPFDATA
                READ CADCONSU
                IF ST-ERRO NOT = "00"
                   GO TO DET-ENCERRA.
                IF STATUS-REG OF REGCONSU = "I"
                   GO TO DET-ENCERRA.
                IF STATUS-CONSU NOT = "A" AND "C" AND SPACE
                   GO TO DET-ENCERRA.
                MOVE REGCONSU TO W-REGCONSU-SAVE
                GO TO DET-MOSTRA.
      *    A CONSULTA JA FOI MUDADA OU CANCELADA POR OUTRA ROTINA
       DET-ENCERRA.
                MOVE "X" TO RM-SITUACAO
                MOVE W-HOJE TO RM-DATA-REM
                MOVE W-OPERADOR TO RM-OPERADOR
                REWRITE REGREMARC
                MOVE "CONSULTA JA NAO ESTA AGENDADA - ENCERRADA"
                                                         TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIS-001.
       DET-MOSTRA.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "REMARCACAO POR AUSENCIA DO MEDICO"
                MOVE RM-DIA TO W-LD-DIA
                MOVE RM-MES TO W-LD-MES
                MOVE RM-ANO TO W-LD-ANO
                MOVE RM-HR  TO W-LD-HR
                MOVE RM-MN  TO W-LD-MN
                DISPLAY (03, 01) "CONSULTA  : "
                DISPLAY (03, 13) W-LIN-DATA
                DISPLAY (03, 33) "FILIAL: "
                DISPLAY (03, 41) RM-FILIAL
                MOVE RM-CRM TO CRM
                MOVE ZEROS TO W-ESP-REF
                READ CADMED
                IF ST-ERRO-MED NOT = "00"
                   MOVE "MEDICO NAO CADASTRADO" TO NOME-M
                ELSE
                   MOVE ESPECIALIDADE TO W-ESP-REF.
                DISPLAY (04, 01) "MEDICO    : "
                DISPLAY (04, 13) RM-CRM
                DISPLAY (04, 20) NOME-M
                MOVE RM-AUS-INI TO W-DATA-SER-N
                MOVE W-DIA-SER TO W-LD-DIA
                MOVE W-MES-SER TO W-LD-MES
                MOVE W-ANO-SER TO W-LD-ANO
                DISPLAY (05, 01) "AUSENCIA  : "
                DISPLAY (05, 13) W-LIN-DATA(1:10)
                MOVE RM-AUS-FIM TO W-DATA-SER-N
                MOVE W-DIA-SER TO W-LD-DIA
                MOVE W-MES-SER TO W-LD-MES
                MOVE W-ANO-SER TO W-LD-ANO
                DISPLAY (05, 24) "A"
                DISPLAY (05, 26) W-LIN-DATA(1:10)
                DISPLAY (05, 38) RM-AUS-MOTIVO
                MOVE RM-CPF TO CPF
                READ CADPACI
                IF ST-ERRO-PACI NOT = "00"
                   MOVE "PACIENTE NAO CADASTRADO" TO NOME-P
                   MOVE ZEROS TO DDD NUMTEL DDD-EMERG TEL-EMERG
                   MOVE SPACES TO EMAIL-P NOME-EMERG PARENTESCO.
                DISPLAY (07, 01) "PACIENTE  : "
                DISPLAY (07, 13) RM-CPF
                DISPLAY (07, 25) NOME-P
                DISPLAY (08, 01) "TELEFONE  : "
                DISPLAY (08, 13) DDD
                DISPLAY (08, 16) NUMTEL
                DISPLAY (08, 27) "E-MAIL: "
                DISPLAY (08, 35) EMAIL-P
                DISPLAY (09, 01) "EMERGENCIA: "
                DISPLAY (09, 13) NOME-EMERG
                DISPLAY (09, 39) PARENTESCO
                DISPLAY (09, 52) DDD-EMERG
                DISPLAY (09, 55) TEL-EMERG
                PERFORM SUG-MONTA THRU SUG-MONTA-FIM
                DISPLAY (11, 01) "HORARIOS LIVRES SUGERIDOS:"
                IF W-SUG-QTD = ZEROS
                   DISPLAY (12, 01) "NENHUM HORARIO LIVRE EM 30 DIAS".
                MOVE 1 TO W-SUG-IX.
       DET-SUG-LOOP.
                IF W-SUG-IX > W-SUG-QTD
                   GO TO DET-OPC.
                MOVE W-SUG-IX TO W-LG-NUM
                MOVE W-SUG-CRM(W-SUG-IX) TO W-LG-CRM CRM
                READ CADMED
                IF ST-ERRO-MED NOT = "00"
                   MOVE SPACES TO NOME-M.
                MOVE NOME-M TO W-LG-NOME
                MOVE W-SUG-DATA(W-SUG-IX) TO W-DATA-SER-N
                MOVE W-SUG-HORA(W-SUG-IX) TO W-HORA-SER-N
                PERFORM DATA-EDITA THRU DATA-EDITA-FIM
                MOVE W-LIN-DATA TO W-LG-DATA
                COMPUTE W-LINHA = 11 + W-SUG-IX
                DISPLAY (W-LINHA, 01) W-LIN-SUG
                ADD 1 TO W-SUG-IX
                GO TO DET-SUG-LOOP.
      *
       DET-OPC.
                IF W-PERFIL = "C"
                   MOVE "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
                                                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-001.
                MOVE SPACES TO W-OPCAO
                DISPLAY (19, 01)
                  "OPCAO (1-6=SUGESTAO M=MANUAL D=DESISTIU) : "
                ACCEPT  (19, 45) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO LIS-001.
                IF W-OPCAO = "D" OR "d"
                   GO TO DES-001.
                IF W-OPCAO = "M" OR "m"
                   GO TO MAN-001.
                IF W-OPCAO NOT NUMERIC
                   GO TO DET-OPC-INV.
                MOVE W-OPCAO TO W-SUG-IX
                IF W-SUG-IX = ZEROS OR W-SUG-IX > W-SUG-QTD
                   GO TO DET-OPC-INV.
                MOVE W-SUG-CRM(W-SUG-IX)  TO W-CRM-NOVO
                MOVE W-SUG-DATA(W-SUG-IX) TO W-DATA-SER-N
                MOVE W-SUG-HORA(W-SUG-IX) TO W-HORA-SER-N
                GO TO MOV-VALIDA.
       DET-OPC-INV.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO DET-OPC.
      *
      *****************************************
      * NOVO HORARIO DIGITADO PELA RECEPCAO    *
      * (MESMA FILIAL DA CONSULTA ORIGINAL)    *
      *****************************************
      *
       MAN-001.
                MOVE RM-CRM TO W-CRM-NOVO
                DISPLAY (20, 01) "CRM        : "
                ACCEPT  (20, 14) W-CRM-NOVO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (20, 01) W-BRANCO
                   GO TO DET-OPC.
                MOVE W-CRM-NOVO TO CRM
                READ CADMED
                IF ST-ERRO-MED NOT = "00"
                   MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-001.
                DISPLAY (20, 22) NOME-M.
       MAN-002.
                MOVE ZEROS TO W-DATA-TELA
                DISPLAY (21, 01) "DATA       :   /  /"
                ACCEPT  (21, 14) W-DIA-TELA
                ACCEPT  (21, 17) W-MES-TELA
                ACCEPT  (21, 20) W-ANO-TELA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO MAN-001.
                MOVE W-DIA-TELA TO W-DIA-SER
                MOVE W-MES-TELA TO W-MES-SER
                MOVE W-ANO-TELA TO W-ANO-SER
                PERFORM DATA-VALIDA THRU DATA-VALIDA-FIM
                IF W-REJ = 1
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-002.
       MAN-003.
                MOVE ZEROS TO W-HORA-SER
                DISPLAY (21, 30) "HORA :   :"
                ACCEPT  (21, 37) W-HR-SER
                ACCEPT  (21, 40) W-MN-SER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO MAN-002.
                IF W-HR-SER > 23 OR W-MN-SER > 59
                   MOVE "*** HORA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAN-003.
      *
      *****************************************
      * VALIDACAO DO NOVO HORARIO E MUDANCA    *
      *****************************************
      *
       MOV-VALIDA.
                MOVE RM-CPF     TO W-CPF-CHK
                MOVE W-CRM-NOVO TO W-CRM-CHK
                MOVE RM-FILIAL  TO W-FIL-CHK
                PERFORM SES-VALIDA THRU SES-VALIDA-FIM
                IF W-REJ = 1
                   MOVE SPACES TO MENS
                   STRING "*** NAO REMARCADA: " DELIMITED BY SIZE
                          W-MOTIVO DELIMITED BY "  "
                          " ***" DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY (20, 01) W-BRANCO
                   DISPLAY (21, 01) W-BRANCO
                   GO TO DET-OPC.
                PERFORM DATA-EDITA THRU DATA-EDITA-FIM.
       MOV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 01) "REMARCAR PARA "
                DISPLAY (22, 15) W-LIN-DATA
                DISPLAY (22, 32) "CRM "
                DISPLAY (22, 36) W-CRM-NOVO
                DISPLAY (22, 44) "(S/N) : "
                ACCEPT  (22, 52) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (22, 01) W-BRANCO
                IF W-ACT = 02 OR W-OPCAO = "N" OR "n"
                   DISPLAY (20, 01) W-BRANCO
                   DISPLAY (21, 01) W-BRANCO
                   GO TO DET-OPC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MOV-OPC.
      *    GRAVA A NOVA CONSULTA COM OS MESMOS DADOS E SO DEPOIS
      *    INATIVA A ORIGINAL COMO REMARCADA PELA CLINICA
       MOV-GRAVA.
                MOVE W-REGCONSU-SAVE TO REGCONSU
                MOVE W-DIA-SER  TO DIA-C
                MOVE W-MES-SER  TO MES-C
                MOVE W-ANO-SER  TO ANO-C
                MOVE W-HR-SER   TO HORA-C
                MOVE W-MN-SER   TO MIN-C
                MOVE W-CRM-NOVO TO CRM-MED
                MOVE RM-FILIAL  TO COD-FILIAL
                MOVE "A" TO STATUS-REG OF REGCONSU
                MOVE SPACES TO MOTIVO-EXCLUSAO OF REGCONSU
                MOVE "A" TO STATUS-CONSU
                MOVE SPACES TO SIT-FATUR COD-GLOSA
                MOVE ZEROS TO NUM-LOTE
                PERFORM MONTA-CRMDATA THRU MONTA-CRMDATA-FIM
                IF CPFDATA = RM-CHAVE
                   GO TO MOV-TROCA.
                WRITE REGCONSU
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONSU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIS-001.
                MOVE "W" TO JR-OPERACAO
                PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
                MOVE W-DIA-SER TO W-MR-DIA
                MOVE W-MES-SER TO W-MR-MES
                MOVE W-ANO-SER TO W-MR-ANO
                MOVE W-HR-SER  TO W-MR-HR
                MOVE W-MN-SER  TO W-MR-MN
                MOVE W-REGCONSU-SAVE TO REGCONSU
                MOVE "I" TO STATUS-REG OF REGCONSU
                MOVE "M" TO STATUS-CONSU
                MOVE W-MOT-REM TO MOTIVO-EXCLUSAO OF REGCONSU
                REWRITE REGCONSU
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADCONSU"
                                                         TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO JR-OPERACAO
                PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
                PERFORM AUT-MUDA THRU AUT-MUDA-FIM
                PERFORM SER-MUDA THRU SER-MUDA-FIM
                GO TO MOV-FECHA.
      *    MESMO DIA E HORA COM OUTRO MEDICO: SO TROCA O MEDICO
       MOV-TROCA.
                REWRITE REGCONSU
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADCONSU"
                                                         TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO JR-OPERACAO
                PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
                MOVE W-DIA-SER TO W-MR-DIA
                MOVE W-MES-SER TO W-MR-MES
                MOVE W-ANO-SER TO W-MR-ANO
                MOVE W-HR-SER  TO W-MR-HR
                MOVE W-MN-SER  TO W-MR-MN.
       MOV-FECHA.
                MOVE "R"          TO RM-SITUACAO
                MOVE W-CRM-NOVO   TO RM-NOVO-CRM
                MOVE W-DATA-SER-N TO RM-NOVA-DATA
                MOVE W-HORA-SER-N TO RM-NOVA-HORA
                MOVE W-HOJE       TO RM-DATA-REM
                MOVE W-OPERADOR   TO RM-OPERADOR
                REWRITE REGREMARC
                MOVE "REMARCA"    TO AU-OPERACAO
                MOVE RM-CPF       TO AU-CHAVE
                MOVE W-MOT-REM    TO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** CONSULTA REMARCADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIS-001.
      *
      *****************************************
      * PACIENTE NAO QUIS REMARCAR: A CONSULTA *
      * FICA INATIVA COMO REMARCADA PELA       *
      * CLINICA (NAO E FALTA DO PACIENTE)      *
      *****************************************
      *
       DES-001.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 01) "CONFIRMA DESISTENCIA (S/N) : "
                ACCEPT  (22, 30) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (22, 01) W-BRANCO
                IF W-ACT = 02 OR W-OPCAO NOT = "S" AND "s"
                   GO TO DET-OPC.
                MOVE W-REGCONSU-SAVE TO REGCONSU
                MOVE "I" TO STATUS-REG OF REGCONSU
                MOVE "M" TO STATUS-CONSU
                MOVE "AUSENCIA MEDICO - DESISTIU"
                                  TO MOTIVO-EXCLUSAO OF REGCONSU
                REWRITE REGCONSU
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADCONSU"
                                                         TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO JR-OPERACAO
                PERFORM JRN-GRAVA THRU JRN-GRAVA-FIM
                MOVE "D"        TO RM-SITUACAO
                MOVE W-HOJE     TO RM-DATA-REM
                MOVE W-OPERADOR TO RM-OPERADOR
                REWRITE REGREMARC
                MOVE "DESISTE"  TO AU-OPERACAO
                MOVE RM-CPF     TO AU-CHAVE
                MOVE "AUSENCIA MEDICO - DESISTIU" TO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE "*** DESISTENCIA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LIS-001.
      *
      *****************************************
      * SUGESTOES: 3 HORARIOS DO MESMO MEDICO  *
      * APOS A AUSENCIA E O PRIMEIRO HORARIO   *
      * DE ATE 3 OUTROS MEDICOS ATIVOS DA      *
      * ESPECIALIDADE, NA MESMA FILIAL         *
      *****************************************
      *
       SUG-MONTA.
                MOVE ZEROS TO W-SUG-QTD W-OUT-QTD
                MOVE RM-AUS-FIM TO W-DATA-SER-N
                PERFORM DATA-SOMA THRU DATA-SOMA-FIM
                IF W-DATA-SER-N < W-HOJE
                   MOVE W-HOJE TO W-DATA-SER-N.
                MOVE RM-CRM    TO W-LIV-CRM
                MOVE RM-FILIAL TO W-LIV-FIL
                MOVE 3 TO W-LIV-MAX
                PERFORM LIV-BUSCA THRU LIV-BUSCA-FIM
                PERFORM SUG-COPIA THRU SUG-COPIA-FIM
                IF W-ESP-REF = ZEROS
                   GO TO SUG-MONTA-FIM.
                MOVE ZEROS TO CRM
                START CADMED KEY IS NOT LESS THAN CRM
                IF ST-ERRO-MED NOT = "00"
                   GO TO SUG-MONTA-FIM.
       SUG-MONTA-LER.
                IF W-OUT-QTD NOT < 3
                   GO TO SUG-MONTA-FIM.
                READ CADMED NEXT RECORD
                IF ST-ERRO-MED NOT = "00"
                   GO TO SUG-MONTA-FIM.
                IF CRM = RM-CRM OR STATUS-REG-M = "I"
                   GO TO SUG-MONTA-LER.
                IF ESPECIALIDADE NOT = W-ESP-REF
                   GO TO SUG-MONTA-LER.
                MOVE RM-DATA-CONS TO W-DATA-SER-N
                IF W-DATA-SER-N < W-HOJE
                   MOVE W-HOJE TO W-DATA-SER-N.
                MOVE CRM       TO W-LIV-CRM
                MOVE RM-FILIAL TO W-LIV-FIL
                MOVE 1 TO W-LIV-MAX
                PERFORM LIV-BUSCA THRU LIV-BUSCA-FIM
                IF W-LIV-QTD = ZEROS
                   GO TO SUG-MONTA-LER.
                ADD 1 TO W-OUT-QTD
                PERFORM SUG-COPIA THRU SUG-COPIA-FIM
                GO TO SUG-MONTA-LER.
       SUG-MONTA-FIM.
                EXIT.
      *
       SUG-COPIA.
                MOVE 1 TO W-LIV-IX.
       SUG-COPIA-LOOP.
                IF W-LIV-IX > W-LIV-QTD OR W-SUG-QTD NOT < 6
                   GO TO SUG-COPIA-FIM.
                ADD 1 TO W-SUG-QTD
                MOVE W-LIV-CRM TO W-SUG-CRM(W-SUG-QTD)
                MOVE W-LIV-DATA(W-LIV-IX) TO W-SUG-DATA(W-SUG-QTD)
                MOVE W-LIV-HORA(W-LIV-IX) TO W-SUG-HORA(W-SUG-QTD)
                ADD 1 TO W-LIV-IX
                GO TO SUG-COPIA-LOOP.
       SUG-COPIA-FIM.
                EXIT.
      *
      *****************************************
      * PROXIMOS W-LIV-MAX HORARIOS LIVRES DO  *
      * MEDICO W-LIV-CRM NA FILIAL W-LIV-FIL A *
      * PARTIR DE W-DATA-SER, EM ATE 30 DIAS   *
      * (MESMA REGRA DO SMP078)                *
      *****************************************
      *
       LIV-BUSCA.
                MOVE ZEROS TO W-LIV-QTD W-LIV-DIAS
                IF W-AGM-OK NOT = 1
                   GO TO LIV-BUSCA-FIM.
                MOVE W-LIV-CRM TO AGM-CRM
                MOVE W-LIV-FIL TO AGM-FILIAL
                READ CADAGMED
                IF ST-ERRO-AGM NOT = "00"
                   GO TO LIV-BUSCA-FIM.
       LIV-BUSCA-DIA.
                IF W-LIV-DIAS > 30
                   GO TO LIV-BUSCA-FIM.
                PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
                IF AGM-ATENDE(W-DIA-IX) NOT = "S"
                   GO TO LIV-BUSCA-PROX.
                MOVE W-LIV-CRM TO W-CRM-CHK
                PERFORM AUS-COBRE THRU AUS-COBRE-FIM
                IF W-REJ = 1
                   GO TO LIV-BUSCA-PROX.
                MOVE AGM-HINI(W-DIA-IX) TO W-HORA-SER-N.
       LIV-BUSCA-HORA.
                IF W-HORA-SER-N NOT < AGM-HFIM(W-DIA-IX)
                   GO TO LIV-BUSCA-PROX.
                PERFORM LIV-OCUPADO THRU LIV-OCUPADO-FIM
                IF W-REJ = 0
                   ADD 1 TO W-LIV-QTD
                   MOVE W-DATA-SER-N TO W-LIV-DATA(W-LIV-QTD)
                   MOVE W-HORA-SER-N TO W-LIV-HORA(W-LIV-QTD)
                   IF W-LIV-QTD NOT < W-LIV-MAX
                      GO TO LIV-BUSCA-FIM.
                ADD 1 TO W-HR-SER
                GO TO LIV-BUSCA-HORA.
       LIV-BUSCA-PROX.
                PERFORM DATA-SOMA THRU DATA-SOMA-FIM
                ADD 1 TO W-LIV-DIAS
                GO TO LIV-BUSCA-DIA.
       LIV-BUSCA-FIM.
                EXIT.
      *
      *    FAIXA DE HORA OCUPADA POR CONSULTA ATIVA DO MEDICO EM
      *    QUALQUER FILIAL (W-REJ = 1)
       LIV-OCUPADO.
                MOVE 0 TO W-REJ
                MOVE W-LIV-CRM    TO CRM-ALT
                MOVE W-DATA-SER-N TO DATA-ALT
                START CADCONSU KEY IS NOT LESS THAN CRMDATA
                IF ST-ERRO NOT = "00"
                   GO TO LIV-OCUPADO-FIM.
       LIV-OCUPADO-LER.
                READ CADCONSU NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO LIV-OCUPADO-FIM.
                IF CRM-ALT NOT = W-LIV-CRM OR
                   DATA-ALT NOT = W-DATA-SER-N
                   GO TO LIV-OCUPADO-FIM.
                IF STATUS-REG OF REGCONSU = "I"
                   GO TO LIV-OCUPADO-LER.
                IF HORA-C NOT = W-HR-SER
                   GO TO LIV-OCUPADO-LER.
                MOVE 1 TO W-REJ.
       LIV-OCUPADO-FIM.
                EXIT.
      *
      *****************************************
      * W-DATA-SER DENTRO DE ALGUMA AUSENCIA   *
      * DO MEDICO W-CRM-CHK (W-REJ = 1)        *
      *****************************************
      *
       AUS-COBRE.
                MOVE 0 TO W-REJ
                IF W-AUS-OK NOT = 1
                   GO TO AUS-COBRE-FIM.
                MOVE W-CRM-CHK TO AUS-CRM
                MOVE ZEROS TO AUS-DATA-INI
                START CADAUSMED KEY IS NOT LESS THAN AUS-CHAVE
                IF ST-ERRO-AUS NOT = "00"
                   GO TO AUS-COBRE-FIM.
       AUS-COBRE-LER.
                READ CADAUSMED NEXT RECORD
                IF ST-ERRO-AUS NOT = "00"
                   GO TO AUS-COBRE-FIM.
                IF AUS-CRM NOT = W-CRM-CHK
                   GO TO AUS-COBRE-FIM.
                IF W-DATA-SER-N NOT < AUS-DATA-INI AND
                   W-DATA-SER-N NOT > AUS-DATA-FIM
                   MOVE 1 TO W-REJ
                   GO TO AUS-COBRE-FIM.
                GO TO AUS-COBRE-LER.
       AUS-COBRE-FIM.
                EXIT.
      *
      *****************************************
      * VALIDACAO DO NOVO HORARIO (W-DATA-SER  *
      * E W-HORA-SER): AGENDA SEMANAL,         *
      * AUSENCIA, CONSULTA DO PACIENTE NO      *
      * MESMO HORARIO E CONFLITO NA AGENDA DO  *
      * MEDICO (MESMA REGRA DO SMP074)         *
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
                PERFORM AUS-COBRE THRU AUS-COBRE-FIM
                IF W-REJ = 1
                   MOVE "MEDICO AUSENTE" TO W-MOTIVO
                   GO TO SES-VALIDA-FIM.
      *    O PACIENTE NAO PODE TER OUTRA CONSULTA NA MESMA CHAVE
       SES-VALIDA-PAC.
                MOVE W-CPF-CHK TO CPF-P
                MOVE W-DIA-SER TO DIA-C
                MOVE W-MES-SER TO MES-C
                MOVE W-ANO-SER TO ANO-C
                MOVE W-HR-SER  TO HORA-C
                MOVE W-MN-SER  TO MIN-C
                READ CADCONSU
                IF ST-ERRO = "00" AND CPFDATA NOT = RM-CHAVE
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
      * AUTORIZACOES (CADAUTPROC) DOS          *
      * PROCEDIMENTOS DA CONSULTA PASSAM PARA  *
      * A NOVA DATA/HORA                       *
      *****************************************
      *
       AUT-MUDA.
                IF W-AUT-OK NOT = 1
                   GO TO AUT-MUDA-FIM.
                MOVE W-REGCONSU-SAVE TO REGCONSU
                MOVE 1 TO W-PROC-IX.
       AUT-MUDA-LOOP.
                IF W-PROC-IX > QTD-PROC OR W-PROC-IX > 5
                   GO TO AUT-MUDA-FIM.
                MOVE CPF-P            TO AT-CPF
                MOVE DATACONSULTA     TO AT-DATA
                MOVE HORACONSULTA     TO AT-HORA
                MOVE PROC-COD(W-PROC-IX) TO AT-PROC
                READ CADAUTPROC
                IF ST-ERRO-AUT NOT = "00"
                   GO TO AUT-MUDA-PROX.
                MOVE REGAUTPROC TO W-REGAUT-SAVE
                DELETE CADAUTPROC RECORD
                MOVE W-REGAUT-SAVE TO REGAUTPROC
                MOVE W-DIA-SER TO AT-DIA
                MOVE W-MES-SER TO AT-MES
                MOVE W-ANO-SER TO AT-ANO
                MOVE W-HORA-SER-N TO AT-HORA
                WRITE REGAUTPROC.
       AUT-MUDA-PROX.
                ADD 1 TO W-PROC-IX
                GO TO AUT-MUDA-LOOP.
       AUT-MUDA-FIM.
                EXIT.
      *
      *****************************************
      * CONSULTA DE SERIE (SMP074): A SESSAO   *
      * PASSA PARA A NOVA DATA/HORA NO         *
      * CADSERCON                              *
      *****************************************
      *
       SER-MUDA.
                IF W-SC-OK NOT = 1
                   GO TO SER-MUDA-FIM.
                MOVE W-REGCONSU-SAVE TO REGCONSU
                MOVE DESCRCON1 TO W-DESCR-SES
                IF W-DS-TXT1 NOT = "SESSAO " OR
                   W-DS-TXT2 NOT = " DA SERIE "
                   GO TO SER-MUDA-FIM.
                IF W-DS-NUM NOT NUMERIC OR W-DS-SERIE NOT NUMERIC
                   GO TO SER-MUDA-FIM.
                IF W-DS-NUM = ZEROS OR W-DS-NUM > 40
                   GO TO SER-MUDA-FIM.
                MOVE W-DS-SERIE TO SC-NUMERO
                READ CADSERCON
                IF ST-ERRO-SC NOT = "00" OR SC-CPF NOT = RM-CPF
                   GO TO SER-MUDA-FIM.
                MOVE W-DATA-SER-N TO SC-SES-DATA(W-DS-NUM)
                MOVE W-HORA-SER-N TO SC-SES-HORA(W-DS-NUM)
                REWRITE REGSERCON.
       SER-MUDA-FIM.
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
      *    W-DATA-SER E W-HORA-SER EDITADOS EM W-LIN-DATA
       DATA-EDITA.
                MOVE W-DIA-SER TO W-LD-DIA
                MOVE W-MES-SER TO W-LD-MES
                MOVE W-ANO-SER TO W-LD-ANO
                MOVE W-HR-SER  TO W-LD-HR
                MOVE W-MN-SER  TO W-LD-MN.
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
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADREMARC CADCONSU CADPACI CADMED
                      AUDITLOG JORNAL.
                IF W-AGM-OK = 1
                      CLOSE CADAGMED.
                IF W-AUS-OK = 1
                      CLOSE CADAUSMED.
                IF W-TEM-FER = 1
                      CLOSE CADFERIADO.
                IF W-AGF-OK = 1
                      CLOSE CADAGFER.
                IF W-AUT-OK = 1
                      CLOSE CADAUTPROC.
                IF W-SC-OK = 1
                      CLOSE CADSERCON.
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
                MOVE "SMP079" TO AU-PROGRAMA
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
                MOVE "SMP079" TO JR-PROGRAMA
                MOVE W-OPERADOR TO JR-OPERADOR
                MOVE "CADCONSU" TO JR-ARQUIVO
                MOVE SPACES TO JR-IMAGEM
                MOVE REGCONSU TO JR-IMAGEM
                WRITE LINJORNAL.
       JRN-GRAVA-FIM.
                EXIT.
