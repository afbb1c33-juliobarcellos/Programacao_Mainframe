       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP078.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************************
      * VERIFICACAO NOTURNA DAS AUSENCIAS DOS MEDICOS  *
      * SOBRE CONSULTAS JA MARCADAS: COMPLETA A LISTA  *
      * DE REMARCACAO (CADREMARC), ENCERRA AS ENTRADAS *
      * QUE NAO PRECISAM MAIS DE CONTATO E IMPRIME A   *
      * LISTA DE TRABALHO DA RECEPCAO (REMARCA.DAT)    *
      * COM OS CONTATOS DO PACIENTE E OS PROXIMOS      *
      * HORARIOS LIVRES DO MESMO MEDICO E DOS OUTROS   *
      * MEDICOS DA MESMA ESPECIALIDADE                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUSMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUS-CHAVE
                    FILE STATUS  IS ST-ERRO-AUS.
      *
      *-----------------------------------------------------------------
           SELECT CADAGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGM-CHAVE
                    FILE STATUS  IS ST-ERRO-AGM.
      *
      *-----------------------------------------------------------------
           SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDATA
                    FILE STATUS  IS ST-ERRO-CON
                    ALTERNATE RECORD KEY IS CRMDATA
                                         WITH DUPLICATES.
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
           SELECT RELREMARC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAUSMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAUSMED.DAT".
       01 REGAUSMED.
                03 AUS-CHAVE.
                    05 AUS-CRM     PIC 9(06).
                    05 AUS-DATA-INI PIC 9(08).
                03 AUS-DATA-FIM    PIC 9(08).
                03 AUS-MOTIVO      PIC X(20).

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
                03 FILLER          PIC X(147).
                03 STATUS-REG      PIC X(01).
                03 FILLER          PIC X(92).
                03 STATUS-CONSU    PIC X(01).
                03 FILLER          PIC X(06).
                03 CRMDATA.
                    05 CRM-ALT     PIC 9(06).
                    05 DATA-ALT    PIC 9(08).
                03 NUM-LOTE        PIC 9(06).
                03 COD-FILIAL      PIC 9(02).

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

       FD RELREMARC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "REMARCA.DAT".
       01 LINRELREMARC        PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-AUS   PIC X(02) VALUE "00".
       77 ST-ERRO-AGM   PIC X(02) VALUE "00".
       77 ST-ERRO-CON   PIC X(02) VALUE "00".
       77 ST-ERRO-RM    PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-MED   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-AUS-OK      PIC 9(01) VALUE ZEROS.
       77 W-AGM-OK      PIC 9(01) VALUE ZEROS.
       77 W-CON-OK      PIC 9(01) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-IMP-INI     PIC 9(08) VALUE ZEROS.
       77 W-IMP-QTD     PIC 9(03) VALUE ZEROS.
       77 W-REGREMARC-SAVE PIC X(118) VALUE SPACES.
       77 W-TOT-NOVAS   PIC 9(06) VALUE ZEROS.
       77 W-TOT-ENC     PIC 9(06) VALUE ZEROS.
       77 W-TOT-PEND    PIC 9(06) VALUE ZEROS.
       77 W-TROCOU      PIC 9(01) VALUE ZEROS.
       77 W-REJ         PIC 9(01) VALUE ZEROS.
       77 W-CRM-CHK     PIC 9(06) VALUE ZEROS.
       77 W-ESP-REF     PIC 9(02) VALUE ZEROS.
       77 W-LIV-CRM     PIC 9(06) VALUE ZEROS.
       77 W-LIV-FIL     PIC 9(02) VALUE ZEROS.
       77 W-LIV-MAX     PIC 9(01) VALUE ZEROS.
       77 W-LIV-QTD     PIC 9(01) VALUE ZEROS.
       77 W-LIV-IX      PIC 9(01) VALUE ZEROS.
       77 W-LIV-DIAS    PIC 9(02) VALUE ZEROS.
       77 W-OUT-QTD     PIC 9(01) VALUE ZEROS.
       77 W-DIA-IX      PIC 9(01) VALUE ZEROS.
       77 W-DIASEM      PIC 9(01) VALUE ZEROS.
       77 W-LIM-MES     PIC 9(02) VALUE ZEROS.
       77 ANORESTO      PIC 9(04) VALUE ZEROS.
       77 ANODIV        PIC 9(05) VALUE ZEROS.
       77 W-ZM          PIC 9(02) VALUE ZEROS.
       77 W-ZA          PIC 9(04) VALUE ZEROS.
       77 W-ZJ          PIC 9(02) VALUE ZEROS.
       77 W-ZK          PIC 9(02) VALUE ZEROS.
       77 W-ZT1         PIC S9(04) VALUE ZEROS.
       77 W-ZT2         PIC S9(04) VALUE ZEROS.
       77 W-ZT3         PIC S9(04) VALUE ZEROS.
       77 W-ZH          PIC S9(04) VALUE ZEROS.
      *
       01 PASSO-REGISTROS PIC 9(06) EXTERNAL.
      *
      *    DATA (AAAAMMDD) E HORARIO EM TRABALHO NA BUSCA DE VAGA
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
       01 W-HOJE-R.
           03 W-HJ-ANO     PIC 9(04).
           03 W-HJ-MES     PIC 9(02).
           03 W-HJ-DIA     PIC 9(02).
      *
       01 TABDIASMES.
           03 FILLER       PIC X(24) VALUE "312831303130313130313031".
       01 TDM REDEFINES TABDIASMES.
           03 T-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.
      *
      *    HORARIOS LIVRES ACHADOS PELA LIV-BUSCA
       01 TABLIV.
           03 W-LIV-ENT OCCURS 3 TIMES.
               05 W-LIV-DATA   PIC 9(08).
               05 W-LIV-HORA   PIC 9(04).
      *
      *    ENTRADAS PENDENTES EM ORDEM DE DATA/HORA DA CONSULTA
       01 TABREM.
           03 TR-TOTAL      PIC 9(03) VALUE ZEROS.
           03 TR-IX         PIC 9(03) VALUE ZEROS.
           03 TR-ENT OCCURS 300 TIMES.
               05 TR-ORDEM.
                   07 TR-DATA  PIC 9(08).
                   07 TR-HORA  PIC 9(04).
               05 TR-REG       PIC X(118).
       01 TR-ENT-AUX        PIC X(130).
      *
       01 LINCAB1.
           03 FILLER          PIC X(45)
              VALUE "LISTA DE REMARCACAO - AUSENCIAS DOS MEDICOS".
           03 FILLER          PIC X(10) VALUE "EMISSAO: ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
       01 LINCONS.
           03 LN-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LN-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LN-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LN-HR           PIC 9(02).
           03 FILLER          PIC X(01) VALUE ":".
           03 LN-MN           PIC 9(02).
           03 FILLER          PIC X(09) VALUE "  FILIAL ".
           03 LN-FILIAL       PIC 9(02).
           03 FILLER          PIC X(06) VALUE "  CRM ".
           03 LN-CRM          PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LN-NOME-M       PIC X(30).
           03 FILLER          PIC X(12) VALUE " AUSENCIA: ".
           03 LN-INI-DIA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LN-INI-MES      PIC 9(02).
           03 FILLER          PIC X(03) VALUE " A ".
           03 LN-FIM-DIA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LN-FIM-MES      PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LN-MOTIVO       PIC X(20).
       01 LINPAC.
           03 FILLER          PIC X(14) VALUE "   PACIENTE: ".
           03 LP-CPF          PIC 9(11).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-NOME         PIC X(30).
           03 FILLER          PIC X(08) VALUE "  FONE (".
           03 LP-DDD          PIC 9(02).
           03 FILLER          PIC X(02) VALUE ") ".
           03 LP-NUMTEL       PIC 9(09).
           03 FILLER          PIC X(10) VALUE "  E-MAIL: ".
           03 LP-EMAIL        PIC X(30).
       01 LINEMERG.
           03 FILLER          PIC X(14) VALUE "   EMERGENCIA:".
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-NOME         PIC X(25).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-PARENTESCO   PIC X(12).
           03 FILLER          PIC X(08) VALUE "  FONE (".
           03 LE-DDD          PIC 9(02).
           03 FILLER          PIC X(02) VALUE ") ".
           03 LE-TEL          PIC 9(09).
       01 LINLIV.
           03 LL-TITULO       PIC X(36).
           03 LL-CELULAS.
             04 LL-ENT OCCURS 3 TIMES.
               05 LL-CRM-TXT  PIC X(04).
               05 LL-CRM      PIC X(07).
               05 LL-DIA      PIC 9(02).
               05 LL-BAR1     PIC X(01).
               05 LL-MES      PIC 9(02).
               05 LL-BAR2     PIC X(01).
               05 LL-ANO      PIC 9(04).
               05 FILLER      PIC X(01).
               05 LL-HR       PIC 9(02).
               05 LL-DPTO     PIC X(01).
               05 LL-MN       PIC 9(02).
               05 FILLER      PIC X(03).
       01 LINTOT.
           03 FILLER          PIC X(26)
              VALUE "CONSULTAS A REMARCAR....: ".
           03 LT-PEND         PIC ZZZZZ9.
           03 FILLER          PIC X(26)
              VALUE "   NOVAS NESTA NOITE....: ".
           03 LT-NOVAS        PIC ZZZZZ9.
           03 FILLER          PIC X(26)
              VALUE "   ENCERRADAS...........: ".
           03 LT-ENC          PIC ZZZZZ9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       VER-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-HOJE-R
           OPEN INPUT CADCONSU
           IF ST-ERRO-CON NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
               GO TO ROT-FIM.
           MOVE 1 TO W-CON-OK.
       VER-OP1.
           OPEN I-O CADREMARC
           IF ST-ERRO-RM NOT = "00"
               IF ST-ERRO-RM = "30"
                   OPEN OUTPUT CADREMARC
                   CLOSE CADREMARC
                   DISPLAY "* ARQUIVO CADREMARC SENDO CRIADO *"
                   GO TO VER-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREMARC"
                   CLOSE CADCONSU
                   GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
               CLOSE CADCONSU CADREMARC
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED"
               CLOSE CADCONSU CADREMARC CADPACI
               GO TO ROT-FIM.
           OPEN OUTPUT RELREMARC
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMARCA"
               CLOSE CADCONSU CADREMARC CADPACI CADMED
               GO TO ROT-FIM.
      *    SEM AUSENCIAS CADASTRADAS TODA PENDENCIA E ENCERRADA;
      *    SEM A AGENDA SEMANAL A LISTA SAI SEM SUGESTOES
           OPEN INPUT CADAUSMED
           IF ST-ERRO-AUS = "00"
               MOVE 1 TO W-AUS-OK.
           OPEN INPUT CADAGMED
           IF ST-ERRO-AGM = "00"
               MOVE 1 TO W-AGM-OK.
           IF W-AUS-OK NOT = 1
               GO TO REV-001.
           MOVE ZEROS TO AUS-CHAVE
           START CADAUSMED KEY IS NOT LESS THAN AUS-CHAVE
           IF ST-ERRO-AUS NOT = "00"
               GO TO REV-001.
      *
      *****************************************
      * AUSENCIAS AINDA NAO TERMINADAS:        *
      * CONSULTAS QUE FALTAM NA LISTA          *
      *****************************************
      *
       VER-AUS-LER.
           READ CADAUSMED NEXT RECORD
           IF ST-ERRO-AUS NOT = "00"
               GO TO REV-001.
           IF AUS-DATA-FIM < W-HOJE
               GO TO VER-AUS-LER.
           PERFORM IMP-AUSENCIA THRU IMP-AUSENCIA-FIM
           ADD W-IMP-QTD TO W-TOT-NOVAS
           GO TO VER-AUS-LER.
      *
      *****************************************
      * REVISAO DAS PENDENTES: ENCERRA AS QUE  *
      * NAO ESTAO MAIS AGENDADAS OU FORA DE    *
      * AUSENCIA E GUARDA AS DEMAIS NA TABELA  *
      *****************************************
      *
       REV-001.
           MOVE ZEROS TO RM-CHAVE
           START CADREMARC KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RM NOT = "00"
               GO TO REV-SORT.
       REV-LER.
           READ CADREMARC NEXT RECORD
           IF ST-ERRO-RM NOT = "00"
               GO TO REV-SORT.
           IF RM-SITUACAO NOT = "P"
               GO TO REV-LER.
           MOVE RM-CHAVE TO CPFDATA
           READ CADCONSU
           IF ST-ERRO-CON NOT = "00"
               GO TO REV-ENCERRA.
           IF STATUS-REG = "I"
               GO TO REV-ENCERRA.
           IF STATUS-CONSU NOT = "A" AND "C" AND SPACE
               GO TO REV-ENCERRA.
           MOVE RM-CRM       TO W-CRM-CHK
           MOVE RM-DATA-CONS TO W-DATA-SER-N
           PERFORM AUS-COBRE THRU AUS-COBRE-FIM
           IF W-REJ = 0
               GO TO REV-ENCERRA.
           IF TR-TOTAL NOT < 300
               DISPLAY "LIMITE DE 300 CONSULTAS NA LISTA EXCEDIDO"
               GO TO REV-LER.
           ADD 1 TO TR-TOTAL
           MOVE RM-DATA-CONS TO TR-DATA(TR-TOTAL)
           MOVE RM-HORA      TO TR-HORA(TR-TOTAL)
           MOVE REGREMARC    TO TR-REG(TR-TOTAL)
           GO TO REV-LER.
       REV-ENCERRA.
           MOVE "X" TO RM-SITUACAO
           MOVE W-HOJE TO RM-DATA-REM
           REWRITE REGREMARC
           IF ST-ERRO-RM = "00"
               ADD 1 TO W-TOT-ENC.
           GO TO REV-LER.
      *
      *****************************************
      * ORDENACAO PELA DATA/HORA DA CONSULTA   *
      *****************************************
      *
       REV-SORT.
           IF TR-TOTAL < 2
               GO TO LIS-001.
           MOVE 0 TO W-TROCOU
           MOVE 1 TO TR-IX.
       REV-SORT-LOOP.
           IF TR-IX > TR-TOTAL - 1
               GO TO REV-SORT-FIM.
           IF TR-ORDEM(TR-IX) > TR-ORDEM(TR-IX + 1)
               PERFORM REV-SORT-SWAP THRU REV-SORT-SWAP-FIM
               MOVE 1 TO W-TROCOU.
           ADD 1 TO TR-IX
           GO TO REV-SORT-LOOP.
       REV-SORT-FIM.
           IF W-TROCOU = 1
               GO TO REV-SORT.
           GO TO LIS-001.
       REV-SORT-SWAP.
           MOVE TR-ENT(TR-IX)     TO TR-ENT-AUX.
           MOVE TR-ENT(TR-IX + 1) TO TR-ENT(TR-IX).
           MOVE TR-ENT-AUX        TO TR-ENT(TR-IX + 1).
       REV-SORT-SWAP-FIM.
           EXIT.
      *
      *****************************************
      * IMPRESSAO DA LISTA DE TRABALHO         *
      *****************************************
      *
       LIS-001.
           MOVE W-HJ-DIA TO LC-DIA
           MOVE W-HJ-MES TO LC-MES
           MOVE W-HJ-ANO TO LC-ANO
           MOVE LINCAB1 TO LINRELREMARC
           WRITE LINRELREMARC
           MOVE 1 TO TR-IX.
       LIS-LOOP.
           IF TR-IX > TR-TOTAL
               GO TO LIS-FIM.
           MOVE TR-REG(TR-IX) TO REGREMARC
           PERFORM LIS-CONSULTA THRU LIS-CONSULTA-FIM
           PERFORM LIS-MESMO THRU LIS-MESMO-FIM
           PERFORM LIS-OUTROS THRU LIS-OUTROS-FIM
           ADD 1 TO W-TOT-PEND
           ADD 1 TO TR-IX
           GO TO LIS-LOOP.
      *
       LIS-CONSULTA.
           MOVE SPACES TO LINRELREMARC
           WRITE LINRELREMARC
           MOVE RM-DIA TO LN-DIA
           MOVE RM-MES TO LN-MES
           MOVE RM-ANO TO LN-ANO
           MOVE RM-HR  TO LN-HR
           MOVE RM-MN  TO LN-MN
           MOVE RM-FILIAL TO LN-FILIAL
           MOVE RM-CRM TO LN-CRM CRM
           MOVE ZEROS TO W-ESP-REF
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
               MOVE "MEDICO NAO CADASTRADO" TO NOME-M
           ELSE
               MOVE ESPECIALIDADE TO W-ESP-REF.
           MOVE NOME-M TO LN-NOME-M
           MOVE RM-AUS-INI TO W-DATA-SER-N
           MOVE W-DIA-SER TO LN-INI-DIA
           MOVE W-MES-SER TO LN-INI-MES
           MOVE RM-AUS-FIM TO W-DATA-SER-N
           MOVE W-DIA-SER TO LN-FIM-DIA
           MOVE W-MES-SER TO LN-FIM-MES
           MOVE RM-AUS-MOTIVO TO LN-MOTIVO
           MOVE LINCONS TO LINRELREMARC
           WRITE LINRELREMARC
           MOVE RM-CPF TO CPF LP-CPF
           READ CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "PACIENTE NAO CADASTRADO" TO NOME-P
               MOVE ZEROS TO DDD NUMTEL DDD-EMERG TEL-EMERG
               MOVE SPACES TO EMAIL-P NOME-EMERG PARENTESCO.
           MOVE NOME-P  TO LP-NOME
           MOVE DDD     TO LP-DDD
           MOVE NUMTEL  TO LP-NUMTEL
           MOVE EMAIL-P TO LP-EMAIL
           MOVE LINPAC TO LINRELREMARC
           WRITE LINRELREMARC
           IF NOME-EMERG = SPACES AND TEL-EMERG = ZEROS
               GO TO LIS-CONSULTA-FIM.
           MOVE NOME-EMERG TO LE-NOME
           MOVE PARENTESCO TO LE-PARENTESCO
           MOVE DDD-EMERG  TO LE-DDD
           MOVE TEL-EMERG  TO LE-TEL
           MOVE LINEMERG TO LINRELREMARC
           WRITE LINRELREMARC.
       LIS-CONSULTA-FIM.
           EXIT.
      *
      *    MESMO MEDICO E FILIAL: 3 PRIMEIROS HORARIOS LIVRES
      *    DEPOIS DO FIM DA AUSENCIA
       LIS-MESMO.
           MOVE SPACES TO LINLIV
           MOVE "   LIVRES COM O MESMO MEDICO......:" TO LL-TITULO
           MOVE RM-AUS-FIM TO W-DATA-SER-N
           PERFORM DATA-SOMA THRU DATA-SOMA-FIM
           IF W-DATA-SER-N < W-HOJE
               MOVE W-HOJE TO W-DATA-SER-N.
           MOVE RM-CRM    TO W-LIV-CRM
           MOVE RM-FILIAL TO W-LIV-FIL
           MOVE 3 TO W-LIV-MAX
           PERFORM LIV-BUSCA THRU LIV-BUSCA-FIM
           IF W-LIV-QTD = ZEROS
               MOVE "NENHUM HORARIO LIVRE EM 30 DIAS" TO LL-CELULAS
               GO TO LIS-MESMO-GRAVA.
           MOVE 1 TO W-LIV-IX.
       LIS-MESMO-LOOP.
           IF W-LIV-IX > W-LIV-QTD
               GO TO LIS-MESMO-GRAVA.
           MOVE W-LIV-IX TO W-OUT-QTD
           PERFORM LIS-CELULA THRU LIS-CELULA-FIM
           ADD 1 TO W-LIV-IX
           GO TO LIS-MESMO-LOOP.
       LIS-MESMO-GRAVA.
           MOVE LINLIV TO LINRELREMARC
           WRITE LINRELREMARC.
       LIS-MESMO-FIM.
           EXIT.
      *
      *    OUTROS MEDICOS ATIVOS DA ESPECIALIDADE NA MESMA FILIAL:
      *    PRIMEIRO HORARIO LIVRE A PARTIR DA DATA DA CONSULTA
       LIS-OUTROS.
           MOVE SPACES TO LINLIV
           MOVE "   LIVRES COM OUTROS MEDICOS......:" TO LL-TITULO
           MOVE ZEROS TO W-OUT-QTD
           IF W-ESP-REF = ZEROS
               GO TO LIS-OUTROS-GRAVA.
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS THAN CRM
           IF ST-ERRO-MED NOT = "00"
               GO TO LIS-OUTROS-GRAVA.
       LIS-OUTROS-LER.
           IF W-OUT-QTD NOT < 3
               GO TO LIS-OUTROS-GRAVA.
           READ CADMED NEXT RECORD
           IF ST-ERRO-MED NOT = "00"
               GO TO LIS-OUTROS-GRAVA.
           IF CRM = RM-CRM OR STATUS-REG-M = "I"
               GO TO LIS-OUTROS-LER.
           IF ESPECIALIDADE NOT = W-ESP-REF
               GO TO LIS-OUTROS-LER.
           MOVE RM-DATA-CONS TO W-DATA-SER-N
           IF W-DATA-SER-N < W-HOJE
               MOVE W-HOJE TO W-DATA-SER-N.
           MOVE CRM       TO W-LIV-CRM
           MOVE RM-FILIAL TO W-LIV-FIL
           MOVE 1 TO W-LIV-MAX
           PERFORM LIV-BUSCA THRU LIV-BUSCA-FIM
           IF W-LIV-QTD = ZEROS
               GO TO LIS-OUTROS-LER.
           ADD 1 TO W-OUT-QTD
           MOVE 1 TO W-LIV-IX
           PERFORM LIS-CELULA THRU LIS-CELULA-FIM
           MOVE "CRM " TO LL-CRM-TXT(W-OUT-QTD)
           MOVE CRM    TO LL-CRM(W-OUT-QTD)
           GO TO LIS-OUTROS-LER.
       LIS-OUTROS-GRAVA.
           IF W-OUT-QTD = ZEROS
               MOVE "NENHUM MEDICO COM HORARIO LIVRE" TO LL-CELULAS.
           MOVE LINLIV TO LINRELREMARC
           WRITE LINRELREMARC.
       LIS-OUTROS-FIM.
           EXIT.
      *
      *    HORARIO W-LIV-IX DA TABELA NA CELULA W-OUT-QTD DA LINHA
       LIS-CELULA.
           MOVE W-LIV-DATA(W-LIV-IX) TO W-DATA-SER-N
           MOVE W-LIV-HORA(W-LIV-IX) TO W-HORA-SER-N
           MOVE W-DIA-SER TO LL-DIA(W-OUT-QTD)
           MOVE W-MES-SER TO LL-MES(W-OUT-QTD)
           MOVE W-ANO-SER TO LL-ANO(W-OUT-QTD)
           MOVE W-HR-SER  TO LL-HR(W-OUT-QTD)
           MOVE W-MN-SER  TO LL-MN(W-OUT-QTD)
           MOVE "/" TO LL-BAR1(W-OUT-QTD) LL-BAR2(W-OUT-QTD)
           MOVE ":" TO LL-DPTO(W-OUT-QTD).
       LIS-CELULA-FIM.
           EXIT.
      *
       LIS-FIM.
           MOVE SPACES TO LINRELREMARC
           WRITE LINRELREMARC
           MOVE W-TOT-PEND  TO LT-PEND
           MOVE W-TOT-NOVAS TO LT-NOVAS
           MOVE W-TOT-ENC   TO LT-ENC
           MOVE LINTOT TO LINRELREMARC
           WRITE LINRELREMARC
           CLOSE CADCONSU CADREMARC CADPACI CADMED RELREMARC
           IF W-AUS-OK = 1
               CLOSE CADAUSMED.
           IF W-AGM-OK = 1
               CLOSE CADAGMED.
           DISPLAY "CONSULTAS A REMARCAR...: " W-TOT-PEND
           DISPLAY "NOVAS NESTA VERIFICACAO: " W-TOT-NOVAS
           DISPLAY "ENTRADAS ENCERRADAS....: " W-TOT-ENC
           DISPLAY "LISTA GRAVADA EM REMARCA.DAT"
           MOVE W-TOT-PEND TO PASSO-REGISTROS
           GO TO ROT-FIMP.
      *
      *****************************************
      * CONSULTAS AGENDADAS OU CONFIRMADAS DO  *
      * MEDICO NO PERIODO DA AUSENCIA (TODAS   *
      * AS FILIAIS) ENTRAM NA LISTA DE         *
      * REMARCACAO COMO PENDENTES              *
      *****************************************
      *
       IMP-AUSENCIA.
           MOVE ZEROS TO W-IMP-QTD
           IF W-CON-OK NOT = 1
               GO TO IMP-AUSENCIA-FIM.
      *    CONSULTAS JA PASSADAS NAO ENTRAM NA LISTA
           MOVE AUS-DATA-INI TO W-IMP-INI
           IF W-IMP-INI < W-HOJE
               MOVE W-HOJE TO W-IMP-INI.
           MOVE AUS-CRM   TO CRM-ALT
           MOVE W-IMP-INI TO DATA-ALT
           START CADCONSU KEY IS NOT LESS THAN CRMDATA
           IF ST-ERRO-CON NOT = "00"
               GO TO IMP-AUSENCIA-FIM.
       IMP-AUSENCIA-LER.
           READ CADCONSU NEXT RECORD
           IF ST-ERRO-CON NOT = "00"
               GO TO IMP-AUSENCIA-FIM.
           IF CRM-ALT NOT = AUS-CRM OR DATA-ALT > AUS-DATA-FIM
               GO TO IMP-AUSENCIA-FIM.
           IF STATUS-REG = "I"
               GO TO IMP-AUSENCIA-LER.
           IF STATUS-CONSU NOT = "A" AND "C" AND SPACE
               GO TO IMP-AUSENCIA-LER.
           MOVE CPFDATA       TO RM-CHAVE
           MOVE CRM-MED       TO RM-CRM
           MOVE COD-FILIAL    TO RM-FILIAL
           MOVE DATA-ALT      TO RM-DATA-CONS
           MOVE AUS-DATA-INI  TO RM-AUS-INI
           MOVE AUS-DATA-FIM  TO RM-AUS-FIM
           MOVE AUS-MOTIVO    TO RM-AUS-MOTIVO
           MOVE W-HOJE        TO RM-DATA-GER
           MOVE "P"           TO RM-SITUACAO
           MOVE ZEROS  TO RM-NOVO-CRM RM-NOVA-DATA RM-NOVA-HORA
                          RM-DATA-REM
           MOVE SPACES TO RM-OPERADOR
           WRITE REGREMARC
           IF ST-ERRO-RM = "00" OR "02"
               ADD 1 TO W-IMP-QTD
               GO TO IMP-AUSENCIA-LER.
           IF ST-ERRO-RM NOT = "22"
               GO TO IMP-AUSENCIA-LER.
      *    CONSULTA JA NA LISTA: SO A ENTRADA ENCERRADA VOLTA A
      *    PENDENTE (AUSENCIA EXCLUIDA E CADASTRADA DE NOVO)
           MOVE REGREMARC TO W-REGREMARC-SAVE
           READ CADREMARC
           IF ST-ERRO-RM = "00" AND RM-SITUACAO = "X"
               MOVE W-REGREMARC-SAVE TO REGREMARC
               REWRITE REGREMARC
               IF ST-ERRO-RM = "00"
                   ADD 1 TO W-IMP-QTD.
           GO TO IMP-AUSENCIA-LER.
       IMP-AUSENCIA-FIM.
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
      * PROXIMOS W-LIV-MAX HORARIOS LIVRES DO  *
      * MEDICO W-LIV-CRM NA FILIAL W-LIV-FIL A *
      * PARTIR DE W-DATA-SER, EM ATE 30 DIAS:  *
      * DIA DE ATENDIMENTO DA AGENDA, SEM      *
      * AUSENCIA E FAIXA DE HORA SEM CONSULTA  *
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
           IF ST-ERRO-CON NOT = "00"
               GO TO LIV-OCUPADO-FIM.
       LIV-OCUPADO-LER.
           READ CADCONSU NEXT RECORD
           IF ST-ERRO-CON NOT = "00"
               GO TO LIV-OCUPADO-FIM.
           IF CRM-ALT NOT = W-LIV-CRM OR DATA-ALT NOT = W-DATA-SER-N
               GO TO LIV-OCUPADO-FIM.
           IF STATUS-REG = "I"
               GO TO LIV-OCUPADO-LER.
           IF HORA-C NOT = W-HR-SER
               GO TO LIV-OCUPADO-LER.
           MOVE 1 TO W-REJ.
       LIV-OCUPADO-FIM.
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
           MOVE T-DIAS-MES(W-MES-SER) TO W-LIM-MES
           IF W-MES-SER = 2
               DIVIDE W-ANO-SER BY 4 GIVING ANODIV
                                     REMAINDER ANORESTO
               IF ANORESTO = 0
                   MOVE 29 TO W-LIM-MES.
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
