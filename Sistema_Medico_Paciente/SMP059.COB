       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP059.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * EMISSAO DE ATESTADO MEDICO         *
      * NUMERADO A PARTIR DE CONSULTA      *
      * REALIZADA, COM CODIGO DE           *
      * AUTENTICIDADE, CID SOMENTE COM     *
      * AUTORIZACAO DO PACIENTE E SEGUNDA  *
      * VIA PELO NUMERO                    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT CADATEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-NUMERO
                    FILE STATUS  IS ST-ERRO.
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
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCID
                    FILE STATUS  IS ST-ERRO-CID.
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
           SELECT RELATEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
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

       FD CADATEST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADATEST.DAT".
       01 REGATEST.
                03 AT-NUMERO       PIC 9(06).
                03 AT-CPF          PIC 9(11).
                03 AT-DATACONS.
                    05 AT-DIA      PIC 9(02).
                    05 AT-MES      PIC 9(02).
                    05 AT-ANO      PIC 9(04).
                03 AT-HORACONS.
                    05 AT-HORA     PIC 9(02).
                    05 AT-MIN      PIC 9(02).
                03 AT-CRM          PIC 9(06).
                03 AT-DIAS         PIC 9(03).
                03 AT-AUTCID       PIC X(01).
                03 AT-CID          PIC X(05).
                03 AT-DATA         PIC 9(08).
                03 AT-OPERADOR     PIC X(08).
                03 AT-AUTENT       PIC 9(08).
                03 AT-VIAS         PIC 9(02).

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
                03 FILLER          PIC X(202).

       FD CADMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
                03 CRM             PIC 9(06).
                03 CRM-UF          PIC X(02).
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(124).

       FD CADCID
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
                03 CODCID          PIC X(05).
                03 DENOMINACAO     PIC X(30).

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

       FD RELATEST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ATESTADO.DAT".
       01 LINRELAT            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-CON  PIC X(02) VALUE "00".
       77 ST-ERRO-PACI PIC X(02) VALUE "00".
       77 ST-ERRO-MED  PIC X(02) VALUE "00".
       77 ST-ERRO-CID  PIC X(02) VALUE "00".
       77 ST-ERRO-SER  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-TEM-CID    PIC 9(01) VALUE ZEROS.
       77 W-DIAS       PIC 9(03) VALUE ZEROS.
       77 W-AUTCID     PIC X(01) VALUE SPACES.
       77 W-SEGVIA     PIC 9(01) VALUE ZEROS.
       77 W-NUM-LIVRE  PIC 9(06) VALUE ZEROS.
       77 W-NUM-CON    PIC 9(06) VALUE ZEROS.
       77 W-HOJE8      PIC 9(08) VALUE ZEROS.
       77 W-AUT-CALC   PIC 9(12) VALUE ZEROS.
       77 W-AUT-DIV    PIC 9(06) VALUE ZEROS.
       77 W-AUT-RESTO  PIC 9(08) VALUE ZEROS.

       01 LINATE-SEP.
           03 FILLER          PIC X(70) VALUE ALL "-".
       01 LINATE-TIT.
           03 FILLER          PIC X(24)
              VALUE "ATESTADO MEDICO    Nr. ".
           03 LA-NUMERO       PIC 9(06).
           03 FILLER          PIC X(05) VALUE SPACES.
           03 LA-VIA          PIC X(15).
       01 LINATE-TXT1.
           03 FILLER          PIC X(34)
              VALUE "ATESTO PARA OS DEVIDOS FINS QUE ".
           03 LA-PACIENTE     PIC X(30).
       01 LINATE-TXT2.
           03 FILLER          PIC X(04) VALUE "CPF ".
           03 LA-CPF          PIC 9(11).
           03 FILLER          PIC X(22)
              VALUE " FOI ATENDIDO(A) EM ".
           03 LA-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LA-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LA-ANO          PIC 9(04).
           03 FILLER          PIC X(04) VALUE " AS ".
           03 LA-HORA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE ":".
           03 LA-MIN          PIC 9(02).
       01 LINATE-TXT3.
           03 FILLER          PIC X(17)
              VALUE "NECESSITANDO DE ".
           03 LA-DIAS         PIC ZZ9.
           03 FILLER          PIC X(43)
              VALUE " DIA(S) DE AFASTAMENTO DE SUAS ATIVIDADES.".
       01 LINATE-CID.
           03 FILLER          PIC X(05) VALUE "CID: ".
           03 LA-CID          PIC X(05).
           03 FILLER          PIC X(03) VALUE " - ".
           03 LA-CIDDESC      PIC X(30).
       01 LINATE-MED.
           03 FILLER          PIC X(08) VALUE "MEDICO: ".
           03 LA-MEDICO       PIC X(30).
           03 FILLER          PIC X(05) VALUE " CRM ".
           03 LA-CRM          PIC 9(06).
           03 FILLER          PIC X(01) VALUE "/".
           03 LA-CRMUF        PIC X(02).
       01 LINATE-AUT.
           03 FILLER          PIC X(25)
              VALUE "CODIGO DE AUTENTICIDADE: ".
           03 LA-AUTENT       PIC 9(08).
       01 LINATE-DATA.
           03 FILLER          PIC X(12) VALUE "EMITIDO EM: ".
           03 LA-DATA         PIC 9(08).
           03 FILLER          PIC X(12) VALUE "  OPERADOR: ".
           03 LA-OPER         PIC X(08).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ATE-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: APROVEITA O OPERADOR
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER SES-PERFIL.
           IF ST-ERRO-SES = "00"
               CLOSE OPERSES
               MOVE SES-OPER TO W-OPERADOR
               MOVE SES-PERFIL TO W-PERFIL.
       ATE-OP1.
           OPEN I-O CADATEST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADATEST
                      CLOSE CADATEST
                      GO TO ATE-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADATEST"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       ATE-OP2.
           OPEN INPUT CADCONSU
           IF ST-ERRO-CON NOT = "00"
               MOVE "ARQUIVO CADCONSU NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADATEST
               GO TO ROT-FIMP.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADATEST CADCONSU
               GO TO ROT-FIMP.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADATEST CADCONSU CADPACI
               GO TO ROT-FIMP.
           MOVE 1 TO W-TEM-CID
           OPEN INPUT CADCID
           IF ST-ERRO-CID NOT = "00"
               MOVE ZEROS TO W-TEM-CID.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           OPEN EXTEND RELATEST
           IF ST-ERRO-REL NOT = "00"
               OPEN OUTPUT RELATEST.

       ATE-001.
                MOVE ZEROS TO CPF-P DIA-C MES-C ANO-C HORA-C MIN-C
                              W-DIAS
                MOVE SPACES TO W-AUTCID W-OPCAO
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "EMISSAO DE ATESTADO MEDICO"
                DISPLAY (02, 01) "F4=SEGUNDA VIA POR NUMERO"
                DISPLAY (04, 01) "CPF PACIENTE : "
                DISPLAY (05, 01) "PACIENTE     : "
                DISPLAY (06, 01) "DATA CONSULTA:   /  /"
                DISPLAY (07, 01) "HORA         :   :"
                DISPLAY (08, 01) "MEDICO       : "
                DISPLAY (10, 01) "DIAS DE AFASTAMENTO: "
                DISPLAY (11, 01) "CID PRINCIPAL: ".
       ATE-002.
                ACCEPT (04, 16) CPF-P
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ACT = 04
                   GO TO CON-001.
                IF W-PERFIL = "C"
                   MOVE "*** PERFIL SOMENTE CONSULTA - USE F4 ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-002.
                IF CPF-P = ZEROS
                   MOVE "*** CPF NAO PODE SER ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-002.
                MOVE CPF-P TO CPF
                READ CADPACI
                IF ST-ERRO-PACI NOT = "00"
                   MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-002.
                DISPLAY (05, 16) NOME-P.
       ATE-003.
                ACCEPT (06, 16) DIA-C
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ATE-002.
                ACCEPT (06, 19) MES-C
                ACCEPT (06, 22) ANO-C
                ACCEPT (07, 16) HORA-C
                ACCEPT (07, 19) MIN-C
                READ CADCONSU
                IF ST-ERRO-CON NOT = "00"
                   MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-003.
                IF STATUS-REG = "I"
                   MOVE "*** CONSULTA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-003.
                IF STATUS-CONSU NOT = "R"
                   MOVE "*** CONSULTA AINDA NAO REALIZADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-003.
                MOVE CRM-MED TO CRM
                READ CADMED
                IF ST-ERRO-MED NOT = "00"
                   MOVE "*** MEDICO DA CONSULTA NAO CADASTRADO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-003.
                DISPLAY (08, 16) NOME-M
                DISPLAY (08, 47) "CRM "
                DISPLAY (08, 51) CRM
                DISPLAY (08, 57) "/"
                DISPLAY (08, 58) CRM-UF.
       ATE-004.
                ACCEPT (10, 22) W-DIAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ATE-003.
                IF W-DIAS = ZEROS OR W-DIAS > 365
                   MOVE "*** DIAS DE AFASTAMENTO DE 1 A 365 ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-004.
      *
      *    O CID SO SAI NO ATESTADO COM AUTORIZACAO DO PACIENTE
       ATE-005.
                MOVE "N" TO W-AUTCID
                IF QTD-CID = ZEROS
                   DISPLAY (11, 16) "NAO INFORMADO NA CONSULTA"
                   GO TO ATE-006.
                DISPLAY (11, 16) CID(1)
                MOVE SPACES TO DENOMINACAO
                IF W-TEM-CID = 1
                   MOVE CID(1) TO CODCID
                   READ CADCID
                   IF ST-ERRO-CID NOT = "00"
                      MOVE SPACES TO DENOMINACAO.
                DISPLAY (11, 22) DENOMINACAO
                DISPLAY (12, 01)
                        "PACIENTE AUTORIZA IMPRIMIR O CID (S/N): "
                ACCEPT (12, 41) W-AUTCID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ATE-004.
                IF W-AUTCID NOT = "S" AND "N"
                   MOVE "*** DIGITE S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-005.
       ATE-006.
                DISPLAY (14, 01) "CONFIRMA A EMISSAO (S/N): "
                ACCEPT (14, 27) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ATE-004.
                IF W-OPCAO = "N"
                   MOVE "*** EMISSAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-001.
                IF W-OPCAO NOT = "S"
                   MOVE "*** DIGITE S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-006.
       ATE-WR1.
                PERFORM SER-PROXNUM THRU SER-PROXNUM-FIM
                IF W-NUM-LIVRE = ZEROS
                   GO TO ATE-001.
                MOVE W-NUM-LIVRE TO AT-NUMERO
                MOVE CPF-P TO AT-CPF
                MOVE DATACONSULTA TO AT-DATACONS
                MOVE HORACONSULTA TO AT-HORACONS
                MOVE CRM-MED TO AT-CRM
                MOVE W-DIAS TO AT-DIAS
                MOVE W-AUTCID TO AT-AUTCID
                IF W-AUTCID = "S"
                   MOVE CID(1) TO AT-CID
                ELSE
                   MOVE SPACES TO AT-CID.
                ACCEPT W-HOJE8 FROM DATE YYYYMMDD
                MOVE W-HOJE8 TO AT-DATA
                MOVE W-OPERADOR TO AT-OPERADOR
                MOVE 1 TO AT-VIAS
      *    CODIGO DE AUTENTICIDADE DERIVADO DO NUMERO, CPF E DATA
                COMPUTE W-AUT-CALC = (AT-NUMERO * 7) + (AT-CPF * 3)
                        + W-HOJE8
                DIVIDE W-AUT-CALC BY 99999989 GIVING W-AUT-DIV
                       REMAINDER W-AUT-RESTO
                MOVE W-AUT-RESTO TO AT-AUTENT
                WRITE REGATEST
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADATEST"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "ATESTADO" TO AU-OPERACAO
                MOVE AT-NUMERO TO AU-CHAVE
                MOVE SPACES TO AU-MOTIVO
                STRING "CPF " AT-CPF " DIAS " AT-DIAS
                       DELIMITED BY SIZE INTO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE ZEROS TO W-SEGVIA
                PERFORM ATE-IMP THRU ATE-IMP-FIM
                DISPLAY (16, 01) "ATESTADO EMITIDO NUMERO: "
                DISPLAY (16, 26) AT-NUMERO
                MOVE "*** ATESTADO GRAVADO EM ATESTADO.DAT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATE-001.
      *
      *****************************************
      * IMPRESSAO DO ATESTADO A PARTIR DO      *
      * REGISTRO DO CADATEST (PACIENTE, MEDICO *
      * E CID JA LIDOS)                        *
      *****************************************
      *
       ATE-IMP.
                MOVE LINATE-SEP TO LINRELAT
                WRITE LINRELAT
                MOVE AT-NUMERO TO LA-NUMERO
                IF W-SEGVIA = 1
                   MOVE "*SEGUNDA VIA*" TO LA-VIA
                ELSE
                   MOVE SPACES TO LA-VIA.
                MOVE LINATE-TIT TO LINRELAT
                WRITE LINRELAT
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE NOME-P TO LA-PACIENTE
                MOVE LINATE-TXT1 TO LINRELAT
                WRITE LINRELAT
                MOVE AT-CPF  TO LA-CPF
                MOVE AT-DIA  TO LA-DIA
                MOVE AT-MES  TO LA-MES
                MOVE AT-ANO  TO LA-ANO
                MOVE AT-HORA TO LA-HORA
                MOVE AT-MIN  TO LA-MIN
                MOVE LINATE-TXT2 TO LINRELAT
                WRITE LINRELAT
                MOVE AT-DIAS TO LA-DIAS
                MOVE LINATE-TXT3 TO LINRELAT
                WRITE LINRELAT
                IF AT-AUTCID = "S"
                   MOVE AT-CID TO LA-CID
                   MOVE SPACES TO LA-CIDDESC
                   IF W-TEM-CID = 1
                      MOVE AT-CID TO CODCID
                      READ CADCID
                      IF ST-ERRO-CID = "00"
                         MOVE DENOMINACAO TO LA-CIDDESC.
                IF AT-AUTCID = "S"
                   MOVE LINATE-CID TO LINRELAT
                   WRITE LINRELAT.
                MOVE SPACES TO LINRELAT
                WRITE LINRELAT
                MOVE NOME-M TO LA-MEDICO
                MOVE AT-CRM TO LA-CRM
                MOVE CRM-UF TO LA-CRMUF
                MOVE LINATE-MED TO LINRELAT
                WRITE LINRELAT
                MOVE AT-AUTENT TO LA-AUTENT
                MOVE LINATE-AUT TO LINRELAT
                WRITE LINRELAT
                MOVE AT-DATA TO LA-DATA
                MOVE AT-OPERADOR TO LA-OPER
                MOVE LINATE-DATA TO LINRELAT
                WRITE LINRELAT
                MOVE LINATE-SEP TO LINRELAT
                WRITE LINRELAT.
       ATE-IMP-FIM.
                EXIT.
      *
      *****************************************
      * CONFERENCIA E SEGUNDA VIA DE UM        *
      * ATESTADO PELO NUMERO                   *
      *****************************************
      *
       CON-001.
                MOVE ZEROS TO W-NUM-CON
                DISPLAY (16, 01) "NUMERO DO ATESTADO: "
                ACCEPT  (16, 21) W-NUM-CON
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (16, 01) LIMPA
                IF W-ACT = 02
                   GO TO ATE-001.
                MOVE W-NUM-CON TO AT-NUMERO
                READ CADATEST
                IF ST-ERRO NOT = "00"
                   MOVE "*** ATESTADO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-001.
                MOVE AT-CPF TO CPF
                READ CADPACI
                IF ST-ERRO-PACI NOT = "00"
                   MOVE "*** PACIENTE NAO ENCONTRADO ***" TO NOME-P.
                MOVE AT-CRM TO CRM
                READ CADMED
                IF ST-ERRO-MED NOT = "00"
                   MOVE "*** MEDICO NAO ENCONTRADO ***" TO NOME-M
                   MOVE SPACES TO CRM-UF.
                DISPLAY (17, 01) "PACIENTE: "
                DISPLAY (17, 11) NOME-P
                DISPLAY (17, 43) "CPF: "
                DISPLAY (17, 48) AT-CPF
                DISPLAY (18, 01) "CONSULTA: "
                DISPLAY (18, 11) AT-DATACONS
                DISPLAY (18, 21) AT-HORACONS
                DISPLAY (18, 27) "DIAS: "
                DISPLAY (18, 33) AT-DIAS
                DISPLAY (18, 38) "CRM: "
                DISPLAY (18, 43) AT-CRM
                DISPLAY (19, 01) "EMISSAO: "
                DISPLAY (19, 10) AT-DATA
                DISPLAY (19, 20) "OPERADOR: "
                DISPLAY (19, 30) AT-OPERADOR
                DISPLAY (19, 40) "AUTENTICIDADE: "
                DISPLAY (19, 55) AT-AUTENT
                DISPLAY (20, 01) "VIAS EMITIDAS: "
                DISPLAY (20, 16) AT-VIAS
                IF W-PERFIL = "C"
                   DISPLAY (23, 01) "APERTE ENTER PARA CONTINUAR...."
                   ACCEPT  (23, 35) W-OPCAO
                   GO TO ATE-001.
       CON-002.
                MOVE SPACES TO W-OPCAO
                DISPLAY (21, 01) "IMPRIMIR SEGUNDA VIA (S/N): "
                ACCEPT  (21, 29) W-OPCAO
                IF W-OPCAO = "N"
                   GO TO ATE-001.
                IF W-OPCAO NOT = "S"
                   MOVE "*** DIGITE S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CON-002.
                ADD 1 TO AT-VIAS
                REWRITE REGATEST
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADATEST"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATE-001.
                MOVE "2A VIA ATE" TO AU-OPERACAO
                MOVE AT-NUMERO TO AU-CHAVE
                MOVE SPACES TO AU-MOTIVO
                STRING "CPF " AT-CPF " VIA " AT-VIAS
                       DELIMITED BY SIZE INTO AU-MOTIVO
                PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                MOVE 1 TO W-SEGVIA
                PERFORM ATE-IMP THRU ATE-IMP-FIM
                MOVE "*** SEGUNDA VIA GRAVADA EM ATESTADO.DAT ***"
                                                            TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ATE-001.
      *
      **************************************
      * NUMERO SEQUENCIAL DA SERIE         *
      * "ATESTADO" DO CADSERIES            *
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
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSERIES"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO SER-PROXNUM-FIM.
                MOVE "ATESTADO" TO SR-SERIE
                READ CADSERIES
                IF ST-ERRO-SER NOT = "00"
                   MOVE "ATESTADO" TO SR-SERIE
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
      * TRILHA DE AUDITORIA DAS EMISSOES   *
      **************************************
      *
       AUD-GRAVA.
                ACCEPT AU-DATA FROM DATE YYYYMMDD
                ACCEPT AU-HORA FROM TIME
                MOVE "SMP059" TO AU-PROGRAMA
                MOVE W-OPERADOR TO AU-OPERADOR
                WRITE LINAUDIT.
       AUD-GRAVA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADATEST CADCONSU CADPACI CADMED AUDITLOG
                      RELATEST
                IF W-TEM-CID = 1
                   CLOSE CADCID.
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
       FIM-ROT-TEMPO.
