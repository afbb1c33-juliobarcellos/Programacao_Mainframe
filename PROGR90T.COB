       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR90T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * COPARTICIPACAO DO PLANO DE SAUDE   *
      * DOS FUNCIONARIOS: REGRAS POR       *
      * PROCEDIMENTO E TETO MENSAL DA      *
      * FAMILIA, VINCULO DO PACIENTE AO    *
      * NUMREG, APURACAO MENSAL COM O      *
      * DESCONTO NO CADLANCA E EXTRATO     *
      * DOS ATENDIMENTOS POR FUNCIONARIO   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOPART ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CHAVE
                    FILE STATUS  IS ST-ERRO-CP.
      *
      *-----------------------------------------------------------------
           SELECT CADPACFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CPF
                    FILE STATUS  IS ST-ERRO-PF
                    ALTERNATE RECORD KEY IS PF-NUMREG
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADCOPMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CM-CHAVE
                    FILE STATUS  IS ST-ERRO-CM.
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
           SELECT CADDEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DP-CHAVE
                    FILE STATUS  IS ST-ERRO-DPD.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CONV.
      *
      *-----------------------------------------------------------------
           SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDATA
                    FILE STATUS  IS ST-ERRO-CONSU
                    ALTERNATE RECORD KEY IS CRMDATA
                                         WITH DUPLICATES.
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
           SELECT CADLANCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LA-CHAVE
                    FILE STATUS  IS ST-ERRO-LAN.
      *
      *-----------------------------------------------------------------
           SELECT CADVERBA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VB-CODIGO
                    FILE STATUS  IS ST-ERRO-VB.
      *
      *-----------------------------------------------------------------
           SELECT CADCOMPFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CF-CHAVE
                    FILE STATUS  IS ST-ERRO-CMP.
      *
      *-----------------------------------------------------------------
           SELECT RELCOP ASSIGN TO DISK
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
      *    REGRA DE COPARTICIPACAO POR CONVENIO DO PLANO DOS
      *    FUNCIONARIOS: PROCEDIMENTO 0000 (TIPO G) TRAZ O VALOR
      *    COBRADO POR CONSULTA, O PERCENTUAL DOS PROCEDIMENTOS
      *    SEM REGRA PROPRIA E O TETO MENSAL DA FAMILIA; OS
      *    DEMAIS SAO P = PERCENTUAL OU V = VALOR FIXO
       FD CADCOPART
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCOPART.DAT".
       01 REGCOPART.
                03 CP-CHAVE.
                    05 CP-CONV     PIC 9(04).
                    05 CP-PROC     PIC 9(04).
                03 CP-TIPO         PIC X(01).
                03 CP-PERC         PIC 9(03)V99.
                03 CP-VALOR        PIC 9(06)V99.
                03 CP-TETO         PIC 9(06)V99.

      *    PACIENTE DO CADPACI ATENDIDO PELO PLANO DOS FUNCIONARIOS:
      *    SEQ 00 = O PROPRIO FUNCIONARIO, DEMAIS = DP-SEQ DO
      *    CADDEPEND
       FD CADPACFUN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACFUN.DAT".
       01 REGPACFUN.
                03 PF-CPF          PIC 9(11).
                03 PF-NUMREG       PIC 9(06).
                03 PF-SEQ          PIC 9(02).
                03 PF-DATA-INC     PIC 9(08).
                03 PF-OPERADOR     PIC X(08).

      *    ATENDIMENTOS COBRADOS NA COMPETENCIA; O REGISTRO DE CPF
      *    ZERADO TOTALIZA A FAMILIA: CM-VALOR = APURADO, CM-COPART
      *    = DESCONTADO, CM-SITUACAO L = LANCADO NO CADLANCA,
      *    N = NAO LANCADO (FUNCIONARIO INATIVO)
       FD CADCOPMES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCOPMES.DAT".
       01 REGCOPMES.
                03 CM-CHAVE.
                    05 CM-ANO      PIC 9(04).
                    05 CM-MES      PIC 9(02).
                    05 CM-NUMREG   PIC 9(06).
                    05 CM-CPF      PIC 9(11).
                    05 CM-DATA     PIC 9(08).
                    05 CM-HORA     PIC 9(04).
                03 CM-SEQ          PIC 9(02).
                03 CM-NOME         PIC X(30).
                03 CM-CONV         PIC 9(04).
                03 CM-QTD-PROC     PIC 9(02).
                03 CM-VALOR        PIC 9(07)V99.
                03 CM-COPART       PIC 9(07)V99.
                03 CM-TETO         PIC 9(06)V99.
                03 CM-SITUACAO     PIC X(01).
                03 CM-DATA-GER     PIC 9(08).

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

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOME-P          PIC X(30).
                03 FILLER          PIC X(10).
                03 CONVENIO        PIC 9(04).
                03 FILLER          PIC X(188).

       FD CADCONV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
                03 CODIGO          PIC 9(04).
                03 NOMEC           PIC X(30).
                03 FILLER          PIC X(86).
                03 CONV-FUNC       PIC X(01).

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
                03 FILLER          PIC X(30).
                03 QTD-PROC        PIC 9(02).
                03 PROC-TAB OCCURS 05 TIMES.
                    05 PROC-COD    PIC 9(04).
                    05 PROC-VAL    PIC 9(06)V99.
                03 STATUS-CONSU    PIC X(01).
                03 FILLER          PIC X(06).
                03 CRMDATA.
                    05 CRM-ALT     PIC 9(06).
                    05 DATA-ALT    PIC 9(08).
                03 FILLER          PIC X(08).

       FD CADPROC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
                03 CODPROC         PIC 9(04).
                03 DESCRPROC       PIC X(30).
                03 VALORPROC       PIC 9(06)V99.
                03 AUTORIZPROC     PIC X(01).

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

       FD RELCOP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "COPART.DAT".
       01 LINRELCOP           PIC X(80).

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
       77 ST-ERRO-CP    PIC X(02) VALUE "00".
       77 ST-ERRO-PF    PIC X(02) VALUE "00".
       77 ST-ERRO-CM    PIC X(02) VALUE "00".
       77 ST-ERRO-FUN   PIC X(02) VALUE "00".
       77 ST-ERRO-DPD   PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-CONV  PIC X(02) VALUE "00".
       77 ST-ERRO-CONSU PIC X(02) VALUE "00".
       77 ST-ERRO-PROC  PIC X(02) VALUE "00".
       77 ST-ERRO-LAN   PIC X(02) VALUE "00".
       77 ST-ERRO-VB    PIC X(02) VALUE "00".
       77 ST-ERRO-CMP   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 ST-ERRO-SES   PIC X(02) VALUE "00".
       77 ST-ERRO-AUD   PIC X(02) VALUE "00".
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-TIPO        PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-ABERTO      PIC 9(01) VALUE ZEROS.
       77 W-TEM-DPD     PIC 9(01) VALUE ZEROS.
       77 W-TEM-PROC    PIC 9(01) VALUE ZEROS.
       77 W-TEM-CMP     PIC 9(01) VALUE ZEROS.
       77 W-TEM-VB      PIC 9(01) VALUE ZEROS.
       77 W-VERBA-COP   PIC 9(03) VALUE 992.
       77 W-MES-REF     PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-CONV        PIC 9(04) VALUE ZEROS.
       77 W-PROC        PIC 9(04) VALUE ZEROS.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-NUMREG      PIC 9(06) VALUE ZEROS.
       77 W-SEQ         PIC 9(02) VALUE ZEROS.
       77 W-IX          PIC 9(02) VALUE ZEROS.
       77 W-VAL-CONS    PIC 9(06)V99 VALUE ZEROS.
       77 W-PCT-GERAL   PIC 9(03)V99 VALUE ZEROS.
       77 W-TETO        PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR       PIC 9(07)V99 VALUE ZEROS.
       77 W-PARC        PIC 9(07)V99 VALUE ZEROS.
       77 W-COPART      PIC 9(07)V99 VALUE ZEROS.
       77 W-DESC        PIC 9(07)V99 VALUE ZEROS.
       77 W-FAM-VALOR   PIC 9(07)V99 VALUE ZEROS.
       77 W-FAM-TETO    PIC 9(06)V99 VALUE ZEROS.
       77 W-FAM-DESC    PIC 9(07)V99 VALUE ZEROS.
       77 W-FAM-SIT     PIC X(01) VALUE SPACES.
       77 W-QTD         PIC 9(06) VALUE ZEROS.
       77 W-QTD-ATD     PIC 9(06) VALUE ZEROS.
       77 W-QTD-SEM     PIC 9(06) VALUE ZEROS.
       77 W-QTD-INA     PIC 9(06) VALUE ZEROS.
       77 W-QTD-EXT     PIC 9(06) VALUE ZEROS.
       77 W-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       77 W-MOTIVO      PIC X(30) VALUE SPACES.
       77 W-PERC-ED     PIC ZZ9,99.
       77 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       77 W-TOTAL-ED    PIC ZZ.ZZZ.ZZ9,99.

       01 W-HOJE8.
           03 W-HJ-ANO        PIC 9(04).
           03 W-HJ-MES        PIC 9(02).
           03 W-HJ-DIA        PIC 9(02).
       01 W-HOJE8-N REDEFINES W-HOJE8 PIC 9(08).
       01 W-DATA-ATD.
           03 W-DA-ANO        PIC 9(04).
           03 W-DA-MES        PIC 9(02).
           03 W-DA-DIA        PIC 9(02).
       01 W-DATA-ATD-N REDEFINES W-DATA-ATD PIC 9(08).
       01 W-HORA-ATD.
           03 W-HA-HORA       PIC 9(02).
           03 W-HA-MIN        PIC 9(02).
       01 W-HORA-ATD-N REDEFINES W-HORA-ATD PIC 9(04).
       01 W-CHAVE-AUD.
           03 W-CA-ANO        PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 W-CA-MES        PIC 9(02).
           03 FILLER          PIC X(08) VALUE SPACES.
       01 W-CHAVE-REG.
           03 W-CR-CONV       PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 W-CR-PROC       PIC 9(04).
           03 FILLER          PIC X(06) VALUE SPACES.

       01 LINCOP-SEP.
           03 FILLER          PIC X(78) VALUE ALL "-".
       01 LINCOP-TIT.
           03 FILLER          PIC X(46)
              VALUE "EXTRATO DE COPARTICIPACAO DO PLANO DE SAUDE - ".
           03 FILLER          PIC X(06) VALUE "COMP. ".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
       01 LINCOP-FUN.
           03 FILLER          PIC X(10) VALUE "REGISTRO: ".
           03 LC-NUMREG       PIC 9(06).
           03 FILLER          PIC X(07) VALUE " NOME: ".
           03 LC-NOME         PIC X(30).
       01 LINCOP-CAB.
           03 FILLER          PIC X(17) VALUE "DATA       HORA  ".
           03 FILLER          PIC X(31) VALUE "PACIENTE".
           03 FILLER          PIC X(05) VALUE "DEP".
           03 FILLER          PIC X(14) VALUE "  VALOR ATEND.".
           03 FILLER          PIC X(11) VALUE "  COPARTIC.".
       01 LINCOP-DET.
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MESD         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANOD         PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-HORA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE ":".
           03 LC-MIN          PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-PACI         PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-SEQ          PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC-VALOR        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC-COPART       PIC Z.ZZZ.ZZ9,99.
       01 LINCOP-TOT.
           03 FILLER          PIC X(15) VALUE "TOTAL APURADO: ".
           03 LC-APURADO      PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(08) VALUE "  TETO: ".
           03 LC-TETO         PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(12) VALUE "  DESCONTO: ".
           03 LC-DESC         PIC Z.ZZZ.ZZ9,99.
       01 LINCOP-INA.
           03 FILLER          PIC X(46)
              VALUE "* FUNCIONARIO INATIVO - DESCONTO NAO LANCADO *".
       01 LINCOP-GER.
           03 FILLER          PIC X(22) VALUE "FAMILIAS DESCONTADAS: ".
           03 LC-QTD          PIC ZZZ.ZZ9.
           03 FILLER          PIC X(16) VALUE "  ATENDIMENTOS: ".
           03 LC-QTD-ATD      PIC ZZZ.ZZ9.
           03 FILLER          PIC X(09) VALUE "  TOTAL: ".
           03 LC-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       COP-OP0.
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
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
               CLOSE CADFUN
               GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO-CONV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV"
               CLOSE CADFUN CADPACI
               GO TO ROT-FIM.
           OPEN INPUT CADCONSU
           IF ST-ERRO-CONSU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
               CLOSE CADFUN CADPACI CADCONV
               GO TO ROT-FIM.
       COP-OP1.
           OPEN I-O CADCOPART
           IF ST-ERRO-CP NOT = "00"
               IF ST-ERRO-CP = "30"
                   OPEN OUTPUT CADCOPART
                   CLOSE CADCOPART
                   DISPLAY "* ARQUIVO CADCOPART SENDO CRIADO *"
                   GO TO COP-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOPART"
                   CLOSE CADFUN CADPACI CADCONV CADCONSU
                   GO TO ROT-FIM.
       COP-OP2.
           OPEN I-O CADPACFUN
           IF ST-ERRO-PF NOT = "00"
               IF ST-ERRO-PF = "30"
                   OPEN OUTPUT CADPACFUN
                   CLOSE CADPACFUN
                   DISPLAY "* ARQUIVO CADPACFUN SENDO CRIADO *"
                   GO TO COP-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACFUN"
                   CLOSE CADFUN CADPACI CADCONV CADCONSU CADCOPART
                   GO TO ROT-FIM.
       COP-OP3.
           OPEN I-O CADCOPMES
           IF ST-ERRO-CM NOT = "00"
               IF ST-ERRO-CM = "30"
                   OPEN OUTPUT CADCOPMES
                   CLOSE CADCOPMES
                   DISPLAY "* ARQUIVO CADCOPMES SENDO CRIADO *"
                   GO TO COP-OP3
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOPMES"
                   CLOSE CADFUN CADPACI CADCONV CADCONSU CADCOPART
                         CADPACFUN
                   GO TO ROT-FIM.
       COP-OP4.
           OPEN I-O CADLANCA
           IF ST-ERRO-LAN NOT = "00"
               IF ST-ERRO-LAN = "30"
                   OPEN OUTPUT CADLANCA
                   CLOSE CADLANCA
                   DISPLAY "* ARQUIVO CADLANCA SENDO CRIADO *"
                   GO TO COP-OP4
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLANCA"
                   CLOSE CADFUN CADPACI CADCONV CADCONSU CADCOPART
                         CADPACFUN CADCOPMES
                   GO TO ROT-FIM.
           MOVE 1 TO W-TEM-DPD
           OPEN INPUT CADDEPEND
           IF ST-ERRO-DPD NOT = "00"
               MOVE ZEROS TO W-TEM-DPD.
           MOVE 1 TO W-TEM-PROC
           OPEN INPUT CADPROC
           IF ST-ERRO-PROC NOT = "00"
               MOVE ZEROS TO W-TEM-PROC.
           MOVE 1 TO W-TEM-CMP
           OPEN INPUT CADCOMPFOL
           IF ST-ERRO-CMP NOT = "00"
               MOVE ZEROS TO W-TEM-CMP.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
      *    A VERBA DO DESCONTO E RESERVADA NO CATALOGO PARA O
      *    HOLERITE ITEMIZADO; CRIADA NA PRIMEIRA EXECUCAO
           MOVE ZEROS TO W-TEM-VB
           OPEN I-O CADVERBA
           IF ST-ERRO-VB = "00"
               MOVE 1 TO W-TEM-VB
               MOVE W-VERBA-COP TO VB-CODIGO
               READ CADVERBA
               IF ST-ERRO-VB NOT = "00"
                   MOVE W-VERBA-COP TO VB-CODIGO
                   MOVE "COPARTICIPACAO SAUDE" TO VB-DESCR
                   MOVE "D" TO VB-TIPO
                   MOVE "V" TO VB-BASE
                   MOVE "N" TO VB-INCIDE-INSS VB-INCIDE-IRRF
                   WRITE REGVERBA.
           IF W-TEM-VB = 1
               CLOSE CADVERBA.
      *
       COP-MENU.
           DISPLAY " "
           DISPLAY "COPARTICIPACAO DO PLANO DE SAUDE DOS FUNCIONARIOS"
           DISPLAY "OPCAO (R=REGRAS V=VINCULAR PACIENTE L=LISTAR "
                   "FAMILIA M=APURACAO MENSAL E=EXTRATO F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO COP-FIM.
           IF W-OPCAO = "R" OR "r"
               GO TO REG-001.
           IF W-OPCAO = "V" OR "v"
               GO TO VIN-001.
           IF W-OPCAO = "L" OR "l"
               GO TO LIS-001.
           IF W-OPCAO = "M" OR "m"
               GO TO CAL-001.
           IF W-OPCAO = "E" OR "e"
               GO TO EXT-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO COP-MENU.
      *
      *****************************************
      * REGRAS DE COPARTICIPACAO DO CONVENIO   *
      * MARCADO COMO PLANO DOS FUNCIONARIOS    *
      *****************************************
      *
       REG-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* REGRAS SOMENTE PARA O SUPERVISOR *"
               GO TO COP-MENU.
           DISPLAY "CONVENIO DO PLANO (0=VOLTAR): "
           ACCEPT W-CONV
           IF W-CONV = ZEROS
               GO TO COP-MENU.
           MOVE W-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO-CONV NOT = "00"
               MOVE "00" TO ST-ERRO-CONV
               DISPLAY "CONVENIO NAO CADASTRADO"
               GO TO REG-001.
           IF CONV-FUNC NOT = "S"
               DISPLAY "CONVENIO NAO E PLANO DOS FUNCIONARIOS (SMP003)"
               GO TO REG-001.
           DISPLAY "CONVENIO: " NOMEC.
       REG-002.
           DISPLAY "PROCEDIMENTO (0=CONSULTA E TETO, 9999=VOLTAR): "
           ACCEPT W-PROC
           IF W-PROC = 9999
               GO TO REG-001.
           MOVE W-CONV TO CP-CONV
           MOVE W-PROC TO CP-PROC
           MOVE 1 TO W-SEL
           READ CADCOPART
           IF ST-ERRO-CP NOT = "00"
               MOVE "00" TO ST-ERRO-CP
               MOVE ZEROS TO W-SEL CP-PERC CP-VALOR CP-TETO
               MOVE SPACE TO CP-TIPO
               MOVE W-CONV TO CP-CONV
               MOVE W-PROC TO CP-PROC.
           IF W-PROC = ZEROS
               GO TO REG-GERAL.
           IF W-TEM-PROC = 1
               MOVE W-PROC TO CODPROC
               READ CADPROC
               IF ST-ERRO-PROC NOT = "00"
                   MOVE "00" TO ST-ERRO-PROC
                   DISPLAY "PROCEDIMENTO NAO CADASTRADO"
                   GO TO REG-002
               ELSE
                   DISPLAY "PROCEDIMENTO: " DESCRPROC.
           IF W-SEL = 1
               MOVE CP-PERC  TO W-PERC-ED
               MOVE CP-VALOR TO W-VALOR-ED
               DISPLAY "REGRA ATUAL: " CP-TIPO "  " W-PERC-ED "%  "
                       W-VALOR-ED.
           DISPLAY "TIPO (P=PERCENTUAL V=VALOR FIXO E=EXCLUIR): "
           ACCEPT W-TIPO
           IF W-TIPO = "p" MOVE "P" TO W-TIPO.
           IF W-TIPO = "v" MOVE "V" TO W-TIPO.
           IF W-TIPO = "e" MOVE "E" TO W-TIPO.
           IF W-TIPO = "E"
               GO TO REG-EXCLUI.
           IF W-TIPO = "P"
               DISPLAY "PERCENTUAL DO VALOR DO PROCEDIMENTO: "
               ACCEPT CP-PERC
               MOVE ZEROS TO CP-VALOR
               IF CP-PERC > 100
                   DISPLAY "PERCENTUAL INVALIDO"
                   GO TO REG-002.
           IF W-TIPO = "V"
               DISPLAY "VALOR FIXO POR PROCEDIMENTO: "
               ACCEPT CP-VALOR
               MOVE ZEROS TO CP-PERC.
           IF W-TIPO NOT = "P" AND W-TIPO NOT = "V"
               DISPLAY "TIPO INVALIDO"
               GO TO REG-002.
           MOVE W-TIPO TO CP-TIPO
           MOVE ZEROS  TO CP-TETO
           GO TO REG-GRAVA.
      *
      *    CONSULTA E TETO: VALOR POR ATENDIMENTO REALIZADO,
      *    PERCENTUAL DOS PROCEDIMENTOS SEM REGRA E TETO DO MES
       REG-GERAL.
           IF W-SEL = 1
               MOVE CP-VALOR TO W-VALOR-ED
               MOVE CP-PERC  TO W-PERC-ED
               DISPLAY "ATUAL: CONSULTA " W-VALOR-ED "  PROCEDIMENTOS "
                       W-PERC-ED "%"
               MOVE CP-TETO  TO W-VALOR-ED
               DISPLAY "       TETO MENSAL " W-VALOR-ED.
           DISPLAY "VALOR COBRADO POR CONSULTA REALIZADA: "
           ACCEPT CP-VALOR
           DISPLAY "PERCENTUAL DOS PROCEDIMENTOS SEM REGRA PROPRIA: "
           ACCEPT CP-PERC
           IF CP-PERC > 100
               DISPLAY "PERCENTUAL INVALIDO"
               GO TO REG-GERAL.
           DISPLAY "TETO MENSAL POR FAMILIA (0=SEM TETO): "
           ACCEPT CP-TETO
           MOVE "G" TO CP-TIPO.
       REG-GRAVA.
           IF W-SEL = 1
               REWRITE REGCOPART
           ELSE
               WRITE REGCOPART.
           IF ST-ERRO-CP NOT = "00" AND ST-ERRO-CP NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCOPART"
               MOVE "00" TO ST-ERRO-CP
               GO TO REG-002.
           MOVE W-CONV TO W-CR-CONV
           MOVE W-PROC TO W-CR-PROC
           MOVE "REGRA"     TO AU-OPERACAO
           MOVE W-CHAVE-REG TO AU-CHAVE
           MOVE SPACES      TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** REGRA GRAVADA ***"
           GO TO REG-002.
       REG-EXCLUI.
           IF W-SEL NOT = 1
               DISPLAY "*** REGRA NAO CADASTRADA ***"
               GO TO REG-002.
           DELETE CADCOPART RECORD
           MOVE W-CONV TO W-CR-CONV
           MOVE W-PROC TO W-CR-PROC
           MOVE "EXCLUSAO"  TO AU-OPERACAO
           MOVE W-CHAVE-REG TO AU-CHAVE
           MOVE "REGRA DE COPARTICIPACAO" TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** REGRA EXCLUIDA ***"
           GO TO REG-002.
      *
      *****************************************
      * VINCULO DO PACIENTE AO FUNCIONARIO OU  *
      * A UM DOS SEUS DEPENDENTES              *
      *****************************************
      *
       VIN-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO COP-MENU.
           DISPLAY "CPF DO PACIENTE (0=VOLTAR): "
           ACCEPT W-CPF
           IF W-CPF = ZEROS
               GO TO COP-MENU.
           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "00" TO ST-ERRO-PACI
               DISPLAY "PACIENTE NAO CADASTRADO"
               GO TO VIN-001.
           DISPLAY "PACIENTE: " NOME-P "  CONVENIO: " CONVENIO
           MOVE CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO-CONV NOT = "00"
               MOVE SPACE TO CONV-FUNC.
           MOVE "00" TO ST-ERRO-CONV
           IF CONV-FUNC NOT = "S"
               DISPLAY "ATENCAO: CONVENIO DO PACIENTE NAO E O PLANO "
                       "DOS FUNCIONARIOS".
           MOVE W-CPF TO PF-CPF
           MOVE 1 TO W-SEL
           READ CADPACFUN
           IF ST-ERRO-PF NOT = "00"
               MOVE "00" TO ST-ERRO-PF
               MOVE ZEROS TO W-SEL
           ELSE
               DISPLAY "VINCULADO AO REGISTRO " PF-NUMREG
                       "  DEPENDENTE " PF-SEQ.
       VIN-002.
           IF W-SEL = 1
               DISPLAY "REGISTRO DO FUNCIONARIO (0=EXCLUIR O VINCULO): "
           ELSE
               DISPLAY "REGISTRO DO FUNCIONARIO (0=VOLTAR): ".
           ACCEPT W-NUMREG
           IF W-NUMREG = ZEROS
               IF W-SEL = 1
                   GO TO VIN-EXCLUI
               ELSE
                   GO TO VIN-001.
           MOVE W-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO VIN-002.
           IF STATUS-REG OF REGFUN NOT = "A"
               DISPLAY "FUNCIONARIO EXCLUIDO DO CADASTRO"
               GO TO VIN-002.
           DISPLAY "FUNCIONARIO: " NOME.
       VIN-003.
           DISPLAY "DEPENDENTE (SEQ NO CADDEPEND, 0=O PROPRIO "
                   "FUNCIONARIO): "
           ACCEPT W-SEQ
           IF W-SEQ = ZEROS
               GO TO VIN-CONF.
           IF W-TEM-DPD NOT = 1
               DISPLAY "ARQUIVO CADDEPEND NAO ENCONTRADO"
               GO TO VIN-003.
           MOVE W-NUMREG TO DP-NUMREG
           MOVE W-SEQ    TO DP-SEQ
           READ CADDEPEND
           IF ST-ERRO-DPD NOT = "00"
               MOVE "00" TO ST-ERRO-DPD
               DISPLAY "DEPENDENTE NAO CADASTRADO"
               GO TO VIN-003.
           DISPLAY "DEPENDENTE: " DP-NOME.
       VIN-CONF.
           DISPLAY "CONFIRMA O VINCULO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** OPERACAO NAO REALIZADA ***"
               GO TO VIN-001.
           MOVE W-CPF      TO PF-CPF
           MOVE W-NUMREG   TO PF-NUMREG
           MOVE W-SEQ      TO PF-SEQ
           MOVE W-HOJE8-N  TO PF-DATA-INC
           MOVE W-OPERADOR TO PF-OPERADOR
           IF W-SEL = 1
               REWRITE REGPACFUN
           ELSE
               WRITE REGPACFUN.
           IF ST-ERRO-PF NOT = "00" AND ST-ERRO-PF NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPACFUN"
               MOVE "00" TO ST-ERRO-PF
               GO TO VIN-001.
           MOVE "VINCULO" TO AU-OPERACAO
           MOVE W-CPF     TO AU-CHAVE
           MOVE NOME-P    TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** VINCULO GRAVADO ***"
           GO TO VIN-001.
       VIN-EXCLUI.
           DISPLAY "EXCLUI O VINCULO DO PACIENTE (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** OPERACAO NAO REALIZADA ***"
               GO TO VIN-001.
           DELETE CADPACFUN RECORD
           MOVE "EXCLUSAO" TO AU-OPERACAO
           MOVE W-CPF      TO AU-CHAVE
           MOVE NOME-P     TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** VINCULO EXCLUIDO ***"
           GO TO VIN-001.
      *
      *****************************************
      * PACIENTES VINCULADOS A UM FUNCIONARIO  *
      *****************************************
      *
       LIS-001.
           DISPLAY "REGISTRO DO FUNCIONARIO (0=VOLTAR): "
           ACCEPT W-NUMREG
           IF W-NUMREG = ZEROS
               GO TO COP-MENU.
           MOVE W-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               DISPLAY "FUNCIONARIO NAO CADASTRADO"
               GO TO LIS-001.
           DISPLAY "FUNCIONARIO: " NOME
           MOVE ZEROS TO W-QTD
           MOVE W-NUMREG TO PF-NUMREG
           START CADPACFUN KEY IS NOT LESS THAN PF-NUMREG
           IF ST-ERRO-PF NOT = "00"
               MOVE "00" TO ST-ERRO-PF
               GO TO LIS-FIM.
       LIS-LER.
           READ CADPACFUN NEXT RECORD
           IF ST-ERRO-PF NOT = "00" AND ST-ERRO-PF NOT = "02"
               MOVE "00" TO ST-ERRO-PF
               GO TO LIS-FIM.
           IF PF-NUMREG NOT = W-NUMREG
               GO TO LIS-FIM.
           MOVE PF-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "00" TO ST-ERRO-PACI
               MOVE "** PACIENTE NAO CADASTRADO **" TO NOME-P.
           DISPLAY PF-CPF "  DEP " PF-SEQ "  " NOME-P
           ADD 1 TO W-QTD
           GO TO LIS-LER.
       LIS-FIM.
           MOVE "00" TO ST-ERRO-PF
           DISPLAY "PACIENTES VINCULADOS: " W-QTD
           GO TO LIS-001.
      *
      *****************************************
      * COMPETENCIA INFORMADA E SITUACAO DA    *
      * FOLHA MENSAL NO CADCOMPFOL             *
      *****************************************
      *
       CMP-LER.
           DISPLAY "MES DA COMPETENCIA (1-12, 0=VOLTAR): "
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
      * APURACAO DA COMPETENCIA: ATENDIMENTOS  *
      * REALIZADOS DOS PACIENTES VINCULADOS NO *
      * PLANO DOS FUNCIONARIOS, REFEITA        *
      * ENQUANTO A FOLHA NAO FOR CALCULADA     *
      *****************************************
      *
       CAL-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* APURACAO SOMENTE PARA O SUPERVISOR *"
               GO TO COP-MENU.
           PERFORM CMP-LER THRU CMP-LER-FIM
           IF W-MES-REF = ZEROS
               GO TO COP-MENU.
           IF CF-SITUACAO = "C" OR "P" OR "F"
               DISPLAY "*** FOLHA DA COMPETENCIA JA CALCULADA ***"
               GO TO CAL-001.
           DISPLAY "CONFIRMA A APURACAO DA COPARTICIPACAO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** OPERACAO NAO REALIZADA ***"
               GO TO COP-MENU.
           OPEN OUTPUT RELCOP
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO COPART"
               GO TO COP-MENU.
           MOVE ZEROS TO W-QTD W-QTD-ATD W-QTD-SEM W-QTD-INA
                         W-QTD-EXT W-TOTAL
      *    A REAPURACAO APAGA A ANTERIOR DA COMPETENCIA, COM OS
      *    DESCONTOS QUE ELA LANCOU NO CADLANCA
           MOVE W-ANO-REF TO CM-ANO
           MOVE W-MES-REF TO CM-MES
           MOVE ZEROS     TO CM-NUMREG CM-CPF CM-DATA CM-HORA
           START CADCOPMES KEY IS NOT LESS THAN CM-CHAVE
           IF ST-ERRO-CM NOT = "00"
               MOVE "00" TO ST-ERRO-CM
               GO TO CAL-VIN.
       CAL-APAGA.
           READ CADCOPMES NEXT RECORD
           IF ST-ERRO-CM NOT = "00"
               MOVE "00" TO ST-ERRO-CM
               GO TO CAL-VIN.
           IF CM-ANO NOT = W-ANO-REF OR CM-MES NOT = W-MES-REF
               GO TO CAL-VIN.
           IF CM-CPF = ZEROS
               MOVE CM-NUMREG   TO LA-NUMREG
               MOVE W-ANO-REF   TO LA-ANO
               MOVE W-MES-REF   TO LA-MES
               MOVE W-VERBA-COP TO LA-VERBA
               READ CADLANCA
               IF ST-ERRO-LAN = "00"
                   DELETE CADLANCA RECORD.
           MOVE "00" TO ST-ERRO-LAN
           DELETE CADCOPMES RECORD
           GO TO CAL-APAGA.
       CAL-VIN.
           MOVE ZEROS TO PF-CPF
           START CADPACFUN KEY IS NOT LESS THAN PF-CPF
           IF ST-ERRO-PF NOT = "00"
               MOVE "00" TO ST-ERRO-PF
               GO TO CAL-EXT.
       CAL-VIN-LER.
           READ CADPACFUN NEXT RECORD
           IF ST-ERRO-PF NOT = "00" AND ST-ERRO-PF NOT = "02"
               MOVE "00" TO ST-ERRO-PF
               GO TO CAL-EXT.
           MOVE PF-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "00" TO ST-ERRO-PACI
               GO TO CAL-VIN-LER.
           MOVE CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO-CONV NOT = "00"
               MOVE "00" TO ST-ERRO-CONV
               GO TO CAL-VIN-LER.
           IF CONV-FUNC NOT = "S"
               GO TO CAL-VIN-LER.
           MOVE CONVENIO TO CP-CONV
           MOVE ZEROS    TO CP-PROC
           READ CADCOPART
           IF ST-ERRO-CP NOT = "00"
               MOVE "00" TO ST-ERRO-CP
               ADD 1 TO W-QTD-SEM
               DISPLAY "CONVENIO SEM REGRA DE COPARTICIPACAO: "
                       CONVENIO "  PACIENTE " PF-CPF
               GO TO CAL-VIN-LER.
           MOVE CP-VALOR TO W-VAL-CONS
           MOVE CP-PERC  TO W-PCT-GERAL
           MOVE CP-TETO  TO W-TETO
           MOVE PF-CPF   TO CPF-P
           MOVE ZEROS    TO DATACONSULTA HORACONSULTA
           START CADCONSU KEY IS NOT LESS THAN CPFDATA
           IF ST-ERRO-CONSU NOT = "00"
               MOVE "00" TO ST-ERRO-CONSU
               GO TO CAL-VIN-LER.
       CAL-CON-LER.
           READ CADCONSU NEXT RECORD
           IF ST-ERRO-CONSU NOT = "00"
               MOVE "00" TO ST-ERRO-CONSU
               GO TO CAL-VIN-LER.
           IF CPF-P NOT = PF-CPF
               GO TO CAL-VIN-LER.
           IF MES-C NOT = W-MES-REF OR ANO-C NOT = W-ANO-REF
               GO TO CAL-CON-LER.
           IF STATUS-REG OF REGCONSU = "I"
               GO TO CAL-CON-LER.
           IF STATUS-CONSU NOT = "R"
               GO TO CAL-CON-LER.
           MOVE W-VAL-CONS TO W-COPART
           MOVE ZEROS TO W-VALOR
           MOVE 1 TO W-IX.
      *
      *    PROCEDIMENTO COM REGRA PROPRIA OU PELO PERCENTUAL GERAL
       CAL-PROC.
           IF W-IX > QTD-PROC OR W-IX > 5
               GO TO CAL-GRAVA.
           ADD PROC-VAL(W-IX) TO W-VALOR
           MOVE CONVENIO       TO CP-CONV
           MOVE PROC-COD(W-IX) TO CP-PROC
           READ CADCOPART
           IF ST-ERRO-CP NOT = "00" OR CP-TIPO = "G"
               MOVE "00" TO ST-ERRO-CP
               COMPUTE W-PARC ROUNDED =
                       (PROC-VAL(W-IX) * W-PCT-GERAL) / 100
           ELSE
               IF CP-TIPO = "V"
                   MOVE CP-VALOR TO W-PARC
               ELSE
                   COMPUTE W-PARC ROUNDED =
                           (PROC-VAL(W-IX) * CP-PERC) / 100.
           ADD W-PARC TO W-COPART
           ADD 1 TO W-IX
           GO TO CAL-PROC.
       CAL-GRAVA.
           IF W-COPART = ZEROS
               GO TO CAL-CON-LER.
           MOVE ANO-C TO W-DA-ANO
           MOVE MES-C TO W-DA-MES
           MOVE DIA-C TO W-DA-DIA
           MOVE HORA-C TO W-HA-HORA
           MOVE MIN-C  TO W-HA-MIN
           MOVE W-ANO-REF    TO CM-ANO
           MOVE W-MES-REF    TO CM-MES
           MOVE PF-NUMREG    TO CM-NUMREG
           MOVE PF-CPF       TO CM-CPF
           MOVE W-DATA-ATD-N TO CM-DATA
           MOVE W-HORA-ATD-N TO CM-HORA
           MOVE PF-SEQ       TO CM-SEQ
           MOVE NOME-P       TO CM-NOME
           MOVE CONVENIO     TO CM-CONV
           MOVE QTD-PROC     TO CM-QTD-PROC
           MOVE W-VALOR      TO CM-VALOR
           MOVE W-COPART     TO CM-COPART
           MOVE W-TETO       TO CM-TETO
           MOVE SPACE        TO CM-SITUACAO
           MOVE W-HOJE8-N    TO CM-DATA-GER
           WRITE REGCOPMES
           IF ST-ERRO-CM NOT = "00" AND ST-ERRO-CM NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCOPMES"
               MOVE "00" TO ST-ERRO-CM
               GO TO CAL-CON-LER.
           ADD 1 TO W-QTD-ATD
           PERFORM CAL-SOMA THRU CAL-SOMA-FIM
           GO TO CAL-CON-LER.
       CAL-EXT.
           MOVE ZEROS TO W-NUMREG
           MOVE "M"   TO W-MODO
           PERFORM EXT-GERA THRU EXT-GERA-FIM
           MOVE W-QTD     TO LC-QTD
           MOVE W-QTD-ATD TO LC-QTD-ATD
           MOVE W-TOTAL   TO LC-TOTAL
           MOVE LINCOP-SEP TO LINRELCOP
           WRITE LINRELCOP
           MOVE LINCOP-GER TO LINRELCOP
           WRITE LINRELCOP
           CLOSE RELCOP
           MOVE W-ANO-REF TO W-CA-ANO
           MOVE W-MES-REF TO W-CA-MES
           MOVE "COPARTIC"  TO AU-OPERACAO
           MOVE W-CHAVE-AUD TO AU-CHAVE
           MOVE "APURACAO DA COPARTICIPACAO" TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           MOVE W-TOTAL TO W-TOTAL-ED
           DISPLAY "FAMILIAS DESCONTADAS: " W-QTD
                   "  ATENDIMENTOS: " W-QTD-ATD
           DISPLAY "TOTAL LANCADO NA VERBA " W-VERBA-COP ": "
                   W-TOTAL-ED
           IF W-QTD-INA NOT = ZEROS
               DISPLAY "FUNCIONARIOS INATIVOS NAO LANCADOS: "
                       W-QTD-INA.
           IF W-QTD-SEM NOT = ZEROS
               DISPLAY "PACIENTES EM CONVENIO SEM REGRA: " W-QTD-SEM.
           DISPLAY "EXTRATOS GRAVADOS EM COPART.DAT"
           GO TO COP-MENU.
      *
      *    O REGISTRO DE CPF ZERADO SOMA A FAMILIA NA COMPETENCIA;
      *    FAMILIA EM MAIS DE UM PLANO FICA COM O MAIOR TETO
      *    (ZERO = SEM TETO)
       CAL-SOMA.
           MOVE ZEROS TO CM-CPF CM-DATA CM-HORA
           READ CADCOPMES
           IF ST-ERRO-CM = "00"
               GO TO CAL-SOMA-REG.
           MOVE "00" TO ST-ERRO-CM
           MOVE W-ANO-REF TO CM-ANO
           MOVE W-MES-REF TO CM-MES
           MOVE PF-NUMREG TO CM-NUMREG
           MOVE ZEROS     TO CM-CPF CM-DATA CM-HORA CM-SEQ CM-CONV
                             CM-QTD-PROC CM-COPART
           MOVE SPACES    TO CM-NOME CM-SITUACAO
           MOVE W-COPART  TO CM-VALOR
           MOVE W-TETO    TO CM-TETO
           MOVE W-HOJE8-N TO CM-DATA-GER
           WRITE REGCOPMES
           MOVE "00" TO ST-ERRO-CM
           GO TO CAL-SOMA-FIM.
       CAL-SOMA-REG.
           ADD W-COPART TO CM-VALOR
           IF CM-TETO NOT = ZEROS
               IF W-TETO = ZEROS OR W-TETO > CM-TETO
                   MOVE W-TETO TO CM-TETO.
           REWRITE REGCOPMES
           MOVE "00" TO ST-ERRO-CM.
       CAL-SOMA-FIM.
           EXIT.
      *
      *****************************************
      * EXTRATO DE UMA COMPETENCIA JA APURADA  *
      *****************************************
      *
       EXT-001.
           PERFORM CMP-LER THRU CMP-LER-FIM
           IF W-MES-REF = ZEROS
               GO TO COP-MENU.
           DISPLAY "REGISTRO DO FUNCIONARIO (0=TODOS): "
           ACCEPT W-NUMREG
           OPEN OUTPUT RELCOP
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO COPART"
               GO TO COP-MENU.
           MOVE ZEROS TO W-QTD-EXT
           MOVE "E"   TO W-MODO
           PERFORM EXT-GERA THRU EXT-GERA-FIM
           CLOSE RELCOP
           IF W-QTD-EXT = ZEROS
               DISPLAY "*** COMPETENCIA SEM COPARTICIPACAO APURADA ***"
           ELSE
               DISPLAY "EXTRATOS GRAVADOS EM COPART.DAT: " W-QTD-EXT.
           GO TO COP-MENU.
      *
      *****************************************
      * EXTRATO POR FUNCIONARIO: NA APURACAO   *
      * (W-MODO = M) LANCA O DESCONTO DA       *
      * FAMILIA, LIMITADO AO TETO, NO CADLANCA *
      *****************************************
      *
       EXT-GERA.
           MOVE ZEROS TO W-ABERTO
           MOVE W-ANO-REF TO CM-ANO
           MOVE W-MES-REF TO CM-MES
           MOVE W-NUMREG  TO CM-NUMREG
           MOVE ZEROS     TO CM-CPF CM-DATA CM-HORA
           START CADCOPMES KEY IS NOT LESS THAN CM-CHAVE
           IF ST-ERRO-CM NOT = "00"
               MOVE "00" TO ST-ERRO-CM
               GO TO EXT-GERA-FIM.
       EXT-LER.
           READ CADCOPMES NEXT RECORD
           IF ST-ERRO-CM NOT = "00"
               MOVE "00" TO ST-ERRO-CM
               GO TO EXT-FECHA.
           IF CM-ANO NOT = W-ANO-REF OR CM-MES NOT = W-MES-REF
               GO TO EXT-FECHA.
           IF W-NUMREG NOT = ZEROS AND CM-NUMREG NOT = W-NUMREG
               GO TO EXT-FECHA.
           IF CM-CPF NOT = ZEROS
               GO TO EXT-DET.
           IF W-ABERTO = 1
               PERFORM EXT-RODAPE THRU EXT-RODAPE-FIM.
           MOVE 1 TO W-ABERTO
           IF W-MODO = "M"
               PERFORM CAL-LANCA THRU CAL-LANCA-FIM.
           MOVE CM-VALOR    TO W-FAM-VALOR
           MOVE CM-TETO     TO W-FAM-TETO
           MOVE CM-COPART   TO W-FAM-DESC
           MOVE CM-SITUACAO TO W-FAM-SIT
           MOVE CM-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               MOVE "** FUNCIONARIO NAO CADASTRADO **" TO NOME.
           ADD 1 TO W-QTD-EXT
           MOVE W-MES-REF TO LC-MES
           MOVE W-ANO-REF TO LC-ANO
           MOVE CM-NUMREG TO LC-NUMREG
           MOVE NOME      TO LC-NOME
           MOVE LINCOP-SEP TO LINRELCOP
           WRITE LINRELCOP
           MOVE LINCOP-TIT TO LINRELCOP
           WRITE LINRELCOP
           MOVE LINCOP-FUN TO LINRELCOP
           WRITE LINRELCOP
           MOVE LINCOP-CAB TO LINRELCOP
           WRITE LINRELCOP
           GO TO EXT-LER.
       EXT-DET.
           MOVE CM-DATA   TO W-DATA-ATD-N
           MOVE CM-HORA   TO W-HORA-ATD-N
           MOVE W-DA-DIA  TO LC-DIA
           MOVE W-DA-MES  TO LC-MESD
           MOVE W-DA-ANO  TO LC-ANOD
           MOVE W-HA-HORA TO LC-HORA
           MOVE W-HA-MIN  TO LC-MIN
           MOVE CM-NOME   TO LC-PACI
           MOVE CM-SEQ    TO LC-SEQ
           MOVE CM-VALOR  TO LC-VALOR
           MOVE CM-COPART TO LC-COPART
           MOVE LINCOP-DET TO LINRELCOP
           WRITE LINRELCOP
           GO TO EXT-LER.
       EXT-FECHA.
           IF W-ABERTO = 1
               PERFORM EXT-RODAPE THRU EXT-RODAPE-FIM.
       EXT-GERA-FIM.
           EXIT.
      *
       EXT-RODAPE.
           MOVE W-FAM-VALOR TO LC-APURADO
           MOVE W-FAM-TETO  TO LC-TETO
           MOVE W-FAM-DESC  TO LC-DESC
           MOVE LINCOP-TOT TO LINRELCOP
           WRITE LINRELCOP
           IF W-FAM-SIT = "N"
               MOVE LINCOP-INA TO LINRELCOP
               WRITE LINRELCOP.
       EXT-RODAPE-FIM.
           EXIT.
      *
      *    DESCONTO DA FAMILIA NA VERBA RESERVADA; FUNCIONARIO
      *    EXCLUIDO OU DESLIGADO FICA SEM LANCAMENTO
       CAL-LANCA.
           MOVE CM-VALOR TO W-DESC
           IF CM-TETO NOT = ZEROS AND W-DESC > CM-TETO
               MOVE CM-TETO TO W-DESC.
           MOVE CM-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE "00" TO ST-ERRO-FUN
               GO TO CAL-LANCA-INA.
           IF STATUS-REG OF REGFUN NOT = "A" OR ANODEM NOT = ZEROS
               GO TO CAL-LANCA-INA.
           MOVE CM-NUMREG   TO LA-NUMREG
           MOVE W-ANO-REF   TO LA-ANO
           MOVE W-MES-REF   TO LA-MES
           MOVE W-VERBA-COP TO LA-VERBA
           MOVE W-DESC      TO LA-VALOR
           WRITE REGLANCA
           IF ST-ERRO-LAN = "22"
               REWRITE REGLANCA.
           IF ST-ERRO-LAN NOT = "00" AND ST-ERRO-LAN NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADLANCA: "
                       CM-NUMREG
               MOVE "00" TO ST-ERRO-LAN
               GO TO CAL-LANCA-INA.
           ADD 1 TO W-QTD
           ADD W-DESC TO W-TOTAL
           MOVE "L"    TO CM-SITUACAO
           MOVE W-DESC TO CM-COPART
           GO TO CAL-LANCA-REG.
       CAL-LANCA-INA.
           DISPLAY "FUNCIONARIO INATIVO - DESCONTO NAO LANCADO: "
                   CM-NUMREG
           ADD 1 TO W-QTD-INA
           MOVE "N"   TO CM-SITUACAO
           MOVE ZEROS TO CM-COPART.
       CAL-LANCA-REG.
           REWRITE REGCOPMES
           MOVE "00" TO ST-ERRO-CM.
       CAL-LANCA-FIM.
           EXIT.
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR90T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE W-MOTIVO   TO AU-MOTIVO
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       COP-FIM.
           CLOSE CADFUN CADPACI CADCONV CADCONSU CADCOPART CADPACFUN
                 CADCOPMES CADLANCA AUDITLOG
           IF W-TEM-DPD = 1
               CLOSE CADDEPEND.
           IF W-TEM-PROC = 1
               CLOSE CADPROC.
           IF W-TEM-CMP = 1
               CLOSE CADCOMPFOL.
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
