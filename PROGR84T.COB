       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR84T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * PENSAO ALIMENTICIA JUDICIAL:       *
      * CADASTRO DAS ORDENS POR NUMREG     *
      * (BENEFICIARIO, BASE, PERCENTUAL OU *
      * VALOR, INCIDENCIA EM 13o/FERIAS E  *
      * CONTA PARA CREDITO), SALARIO       *
      * MINIMO VIGENTE E EXTRATO MENSAL    *
      * DOS DESCONTOS PARA O JUIZO         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADPENHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PH-CHAVE
                    FILE STATUS  IS ST-ERRO-PH.
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
           SELECT CADVERBA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VB-CODIGO
                    FILE STATUS  IS ST-ERRO-VB.
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
           SELECT RELPEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    ORDENS JUDICIAIS; O REGISTRO DE NUMREG ZERADO GUARDA O
      *    SALARIO MINIMO VIGENTE EM PA-VALOR
       FD CADPENSAO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPENSAO.DAT".
       01 REGPENSAO.
                03 PA-CHAVE.
                    05 PA-NUMREG   PIC 9(06).
                    05 PA-SEQ      PIC 9(02).
                03 PA-BENEF        PIC X(30).
                03 PA-CPF          PIC 9(11).
                03 PA-DP-SEQ       PIC 9(02).
                03 PA-PROCESSO     PIC X(20).
                03 PA-BASE         PIC X(01).
                03 PA-TIPO         PIC X(01).
                03 PA-PERCENT      PIC 9(03)V99.
                03 PA-VALOR        PIC 9(06)V99.
                03 PA-13-FER       PIC X(01).
                03 PA-BANCO        PIC 9(03).
                03 PA-AGENCIA      PIC 9(04).
                03 PA-CONTA        PIC X(12).
                03 PA-SITUACAO     PIC X(01).
                03 PA-DATA-INI     PIC 9(08).
                03 PA-DATA-FIM     PIC 9(08).

      *    DESCONTOS APURADOS: FOLHA M = MENSAL, D = 13o SALARIO,
      *    F = FERIAS (NO MES DO INICIO DO GOZO)
       FD CADPENHIS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPENHIS.DAT".
       01 REGPENHIS.
                03 PH-CHAVE.
                    05 PH-NUMREG   PIC 9(06).
                    05 PH-SEQ      PIC 9(02).
                    05 PH-ANO      PIC 9(04).
                    05 PH-MES      PIC 9(02).
                    05 PH-FOLHA    PIC X(01).
                03 PH-BASE-VAL     PIC 9(07)V99.
                03 PH-VALOR        PIC 9(06)V99.
                03 PH-DATA         PIC 9(08).

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

       FD RELPEN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "PENSAO.DAT".
       01 LINRELPEN           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-PH   PIC X(02) VALUE "00".
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 ST-ERRO-DPD  PIC X(02) VALUE "00".
       77 ST-ERRO-VB   PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-TEM-DPD    PIC 9(01) VALUE ZEROS.
       77 W-TEM-VB     PIC 9(01) VALUE ZEROS.
       77 W-NUMREG     PIC 9(06) VALUE ZEROS.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-SAL-MIN    PIC 9(06)V99 VALUE ZEROS.
       77 W-VERBA-PEN  PIC 9(03) VALUE 990.
       77 W-MES-REF    PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF    PIC 9(04) VALUE ZEROS.
       77 W-TOT-ORDEM  PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-GERAL  PIC 9(09)V99 VALUE ZEROS.
       77 W-QTD-ORDEM  PIC 9(04) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-VALOR-ED   PIC ZZ.ZZZ.ZZ9,99.

       01 W-HOJE8.
           03 W-HJ-ANO        PIC 9(04).
           03 W-HJ-MES        PIC 9(02).
           03 W-HJ-DIA        PIC 9(02).
       01 W-HOJE8-N REDEFINES W-HOJE8 PIC 9(08).
       01 W-CHAVE-AUD.
           03 W-CA-NUMREG     PIC 9(06).
           03 FILLER          PIC X(01) VALUE "/".
           03 W-CA-SEQ        PIC 9(02).
           03 FILLER          PIC X(06) VALUE SPACES.

       01 TABBASE.
          03 FILLER  PIC X(20) VALUE "BBRUTO".
          03 FILLER  PIC X(20) VALUE "LLIQUIDO (INSS/IRRF)".
          03 FILLER  PIC X(20) VALUE "MSALARIO MINIMO".
       01 TABBASE-R REDEFINES TABBASE.
          03 TB-ENT OCCURS 3 TIMES.
             05 TB-COD       PIC X(01).
             05 TB-DESC      PIC X(19).
       77 W-BASE-IX    PIC 9(01) VALUE ZEROS.

       01 LINPEN-SEP.
           03 FILLER          PIC X(78) VALUE ALL "-".
       01 LINPEN-CAB.
           03 FILLER          PIC X(40)
              VALUE "EXTRATO DE PENSAO ALIMENTICIA - COMPET. ".
           03 LP-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LP-ANO          PIC 9(04).
       01 LINPEN-PROC.
           03 FILLER          PIC X(10) VALUE "PROCESSO: ".
           03 LP-PROCESSO     PIC X(20).
           03 FILLER          PIC X(08) VALUE "  ORDEM ".
           03 LP-NUMREG       PIC 9(06).
           03 FILLER          PIC X(01) VALUE "/".
           03 LP-SEQ          PIC 9(02).
       01 LINPEN-FUN.
           03 FILLER          PIC X(14) VALUE "ALIMENTANTE:  ".
           03 LP-NOME         PIC X(30).
       01 LINPEN-BEN.
           03 FILLER          PIC X(14) VALUE "BENEFICIARIO: ".
           03 LP-BENEF        PIC X(30).
           03 FILLER          PIC X(06) VALUE " CPF: ".
           03 LP-CPF          PIC 9(11).
       01 LINPEN-CONTA.
           03 FILLER          PIC X(14) VALUE "CREDITO: BCO ".
           03 LP-BANCO        PIC 9(03).
           03 FILLER          PIC X(05) VALUE " AG. ".
           03 LP-AGENCIA      PIC 9(04).
           03 FILLER          PIC X(07) VALUE " CONTA ".
           03 LP-CONTA        PIC X(12).
       01 LINPEN-REGRA.
           03 FILLER          PIC X(14) VALUE "BASE:         ".
           03 LP-BASE         PIC X(19).
           03 LP-REGRA        PIC X(14).
           03 LP-PERCENT      PIC ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-VALOR-FIX    PIC ZZZ.ZZ9,99.
       01 LINPEN-DET.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LP-FOLHA        PIC X(16).
           03 FILLER          PIC X(06) VALUE "BASE ".
           03 LP-BASE-VAL     PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(12) VALUE "  DESCONTO ".
           03 LP-VALOR        PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(08) VALUE "  EM ".
           03 LP-DATA         PIC 9(08).
       01 LINPEN-TOT.
           03 FILLER          PIC X(40)
              VALUE "    TOTAL DESCONTADO E CREDITADO NO MES ".
           03 LP-TOT          PIC Z.ZZZ.ZZ9,99.
       01 LINPEN-TOTG.
           03 FILLER          PIC X(22) VALUE "ORDENS NO EXTRATO....:".
           03 LP-QTD          PIC ZZZ9.
           03 FILLER          PIC X(10) VALUE "   TOTAL: ".
           03 LP-TOTG         PIC ZZ.ZZZ.ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PEN-OP0.
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
       PEN-OP1.
           OPEN I-O CADPENSAO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPENSAO
                   CLOSE CADPENSAO
                   DISPLAY "* ARQUIVO CADPENSAO SENDO CRIADO *"
                   GO TO PEN-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPENSAO"
                   GO TO ROT-FIM.
       PEN-OP2.
           OPEN I-O CADPENHIS
           IF ST-ERRO-PH NOT = "00"
               IF ST-ERRO-PH = "30"
                   OPEN OUTPUT CADPENHIS
                   CLOSE CADPENHIS
                   GO TO PEN-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPENHIS"
                   CLOSE CADPENSAO
                   GO TO ROT-FIM.
           OPEN INPUT CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUN"
               CLOSE CADPENSAO CADPENHIS
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-DPD
           OPEN INPUT CADDEPEND
           IF ST-ERRO-DPD NOT = "00"
               MOVE ZEROS TO W-TEM-DPD.
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
               MOVE W-VERBA-PEN TO VB-CODIGO
               READ CADVERBA
               IF ST-ERRO-VB NOT = "00"
                   MOVE W-VERBA-PEN TO VB-CODIGO
                   MOVE "PENSAO ALIMENTICIA" TO VB-DESCR
                   MOVE "D" TO VB-TIPO
                   MOVE "V" TO VB-BASE
                   MOVE "N" TO VB-INCIDE-INSS VB-INCIDE-IRRF
                   WRITE REGVERBA.
           IF W-TEM-VB = 1
               CLOSE CADVERBA.
           PERFORM SMN-LER THRU SMN-LER-FIM.
      *
       PEN-MENU.
           DISPLAY " "
           DISPLAY "PENSAO ALIMENTICIA - SALARIO MINIMO: " W-SAL-MIN
           DISPLAY "OPCAO (I=INCLUIR A=ALTERAR E=ENCERRAR L=LISTAR "
                   "S=SALARIO MINIMO M=EXTRATO DO MES F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO PEN-FIM.
           IF W-OPCAO = "I" OR "i"
               GO TO INC-001.
           IF W-OPCAO = "A" OR "a"
               GO TO ALT-001.
           IF W-OPCAO = "E" OR "e"
               GO TO ENC-001.
           IF W-OPCAO = "L" OR "l"
               GO TO LIS-001.
           IF W-OPCAO = "S" OR "s"
               GO TO SMN-001.
           IF W-OPCAO = "M" OR "m"
               GO TO EXT-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO PEN-MENU.
      *
      *****************************************
      * INCLUSAO DE ORDEM JUDICIAL             *
      *****************************************
      *
       INC-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO PEN-MENU.
           PERFORM FUN-LER THRU FUN-LER-FIM
           IF W-NUMREG = ZEROS
               GO TO PEN-MENU.
      *    PROXIMA SEQUENCIA LIVRE DO FUNCIONARIO
           MOVE 1 TO W-SEQ.
       INC-SEQ.
           MOVE W-NUMREG TO PA-NUMREG
           MOVE W-SEQ    TO PA-SEQ
           READ CADPENSAO
           IF ST-ERRO = "00"
               ADD 1 TO W-SEQ
               IF W-SEQ > 98
                   DISPLAY "*** LIMITE DE ORDENS DO FUNCIONARIO ***"
                   GO TO INC-001
               ELSE
                   GO TO INC-SEQ.
           MOVE ZEROS  TO PA-CPF PA-DP-SEQ PA-PERCENT PA-VALOR
                          PA-BANCO PA-AGENCIA PA-DATA-FIM
           MOVE SPACES TO PA-BENEF PA-PROCESSO PA-CONTA
           MOVE "A"    TO PA-SITUACAO
           PERFORM DAD-ENTRA THRU DAD-ENTRA-FIM
           MOVE W-NUMREG TO PA-NUMREG
           MOVE W-SEQ    TO PA-SEQ
           WRITE REGPENSAO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPENSAO"
               GO TO PEN-FIM.
           MOVE "INCLUSAO"  TO AU-OPERACAO
           MOVE PA-PROCESSO TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** ORDEM " W-NUMREG "/" W-SEQ " INCLUIDA ***"
           GO TO INC-001.
      *
      *****************************************
      * ALTERACAO DE ORDEM EXISTENTE           *
      *****************************************
      *
       ALT-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO PEN-MENU.
           PERFORM ORD-LER THRU ORD-LER-FIM
           IF W-NUMREG = ZEROS
               GO TO PEN-MENU.
           IF PA-SITUACAO NOT = "A"
               DISPLAY "*** ORDEM ENCERRADA ***"
               GO TO ALT-001.
           PERFORM DAD-ENTRA THRU DAD-ENTRA-FIM
           MOVE W-NUMREG TO PA-NUMREG
           MOVE W-SEQ    TO PA-SEQ
           REWRITE REGPENSAO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPENSAO"
               GO TO PEN-FIM.
           MOVE "ALTERACAO" TO AU-OPERACAO
           MOVE PA-PROCESSO TO W-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** ORDEM ALTERADA ***"
           GO TO ALT-001.
      *
      *****************************************
      * ENCERRAMENTO: A ORDEM DEIXA DE SER     *
      * DESCONTADA APOS A DATA FINAL           *
      *****************************************
      *
       ENC-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO PEN-MENU.
           PERFORM ORD-LER THRU ORD-LER-FIM
           IF W-NUMREG = ZEROS
               GO TO PEN-MENU.
           IF PA-SITUACAO NOT = "A"
               DISPLAY "*** ORDEM JA ENCERRADA ***"
               GO TO ENC-001.
       ENC-002.
           DISPLAY "DATA FINAL DO DESCONTO (AAAAMMDD, 0=HOJE): "
           ACCEPT PA-DATA-FIM
           IF PA-DATA-FIM = ZEROS
               MOVE W-HOJE8-N TO PA-DATA-FIM.
           IF PA-DATA-FIM < PA-DATA-INI
               DISPLAY "DATA FINAL ANTERIOR AO INICIO"
               GO TO ENC-002.
           DISPLAY "MOTIVO DO ENCERRAMENTO: "
           MOVE SPACES TO W-MOTIVO
           ACCEPT W-MOTIVO
           DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** OPERACAO NAO REALIZADA ***"
               GO TO ENC-001.
           MOVE "E" TO PA-SITUACAO
           REWRITE REGPENSAO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPENSAO"
               GO TO PEN-FIM.
           MOVE "ENCERRA" TO AU-OPERACAO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** ORDEM ENCERRADA ***"
           GO TO ENC-001.
      *
      *****************************************
      * DADOS DA ORDEM (INCLUSAO E ALTERACAO)  *
      *****************************************
      *
       DAD-ENTRA.
           DISPLAY "NUMERO DO PROCESSO [" PA-PROCESSO "]: "
           ACCEPT PA-PROCESSO
           DISPLAY "DEPENDENTE BENEFICIARIO (SEQ NO CADDEPEND, "
                   "0=NAO E DEPENDENTE): "
           ACCEPT PA-DP-SEQ
           IF PA-DP-SEQ NOT = ZEROS AND W-TEM-DPD = 1
               MOVE W-NUMREG  TO DP-NUMREG
               MOVE PA-DP-SEQ TO DP-SEQ
               READ CADDEPEND
               IF ST-ERRO-DPD = "00"
                   MOVE DP-NOME TO PA-BENEF
                   DISPLAY "BENEFICIARIO: " DP-NOME
               ELSE
                   DISPLAY "DEPENDENTE NAO CADASTRADO"
                   MOVE ZEROS TO PA-DP-SEQ.
           IF PA-DP-SEQ = ZEROS
               DISPLAY "NOME DO BENEFICIARIO [" PA-BENEF "]: "
               ACCEPT PA-BENEF.
           DISPLAY "CPF DO BENEFICIARIO: "
           ACCEPT PA-CPF.
       DAD-BASE.
           DISPLAY "BASE (B=BRUTO L=LIQUIDO DE INSS/IRRF "
                   "M=SALARIO MINIMO): "
           ACCEPT PA-BASE
           IF PA-BASE = "b"
               MOVE "B" TO PA-BASE.
           IF PA-BASE = "l"
               MOVE "L" TO PA-BASE.
           IF PA-BASE = "m"
               MOVE "M" TO PA-BASE.
           IF PA-BASE NOT = "B" AND PA-BASE NOT = "L" AND
              PA-BASE NOT = "M"
               DISPLAY "BASE INVALIDA"
               GO TO DAD-BASE.
       DAD-TIPO.
           DISPLAY "FORMA (P=PERCENTUAL DA BASE F=VALOR FIXO): "
           ACCEPT PA-TIPO
           IF PA-TIPO = "p"
               MOVE "P" TO PA-TIPO.
           IF PA-TIPO = "f"
               MOVE "F" TO PA-TIPO.
           IF PA-TIPO NOT = "P" AND PA-TIPO NOT = "F"
               DISPLAY "FORMA INVALIDA"
               GO TO DAD-TIPO.
           MOVE ZEROS TO PA-PERCENT PA-VALOR
           IF PA-TIPO = "P"
               DISPLAY "PERCENTUAL (NA BASE M, 100 = UM SALARIO): "
               ACCEPT PA-PERCENT
           ELSE
               DISPLAY "VALOR FIXO MENSAL: "
               ACCEPT PA-VALOR.
           IF PA-PERCENT = ZEROS AND PA-VALOR = ZEROS
               DISPLAY "PERCENTUAL OU VALOR OBRIGATORIO"
               GO TO DAD-TIPO.
           DISPLAY "DESCONTA TAMBEM NO 13o E NAS FERIAS (S/N): "
           ACCEPT PA-13-FER
           IF PA-13-FER = "s"
               MOVE "S" TO PA-13-FER.
           IF PA-13-FER NOT = "S"
               MOVE "N" TO PA-13-FER.
           DISPLAY "BANCO DO BENEFICIARIO: "
           ACCEPT PA-BANCO
           DISPLAY "AGENCIA: "
           ACCEPT PA-AGENCIA
           DISPLAY "CONTA COM DIGITO: "
           ACCEPT PA-CONTA.
       DAD-DATA.
           DISPLAY "INICIO DO DESCONTO (AAAAMMDD, 0=HOJE): "
           ACCEPT PA-DATA-INI
           IF PA-DATA-INI = ZEROS
               MOVE W-HOJE8-N TO PA-DATA-INI.
       DAD-ENTRA-FIM.
           EXIT.
      *
      *    LEITURA DO FUNCIONARIO PELO NUMREG DIGITADO
       FUN-LER.
           DISPLAY "NUMERO DE REGISTRO DO FUNCIONARIO (0=VOLTAR): "
           ACCEPT W-NUMREG
           IF W-NUMREG = ZEROS
               GO TO FUN-LER-FIM.
           MOVE W-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
               GO TO FUN-LER.
           DISPLAY "FUNCIONARIO: " NOME.
       FUN-LER-FIM.
           EXIT.
      *
      *    LEITURA DA ORDEM PELA CHAVE DIGITADA
       ORD-LER.
           PERFORM FUN-LER THRU FUN-LER-FIM
           IF W-NUMREG = ZEROS
               GO TO ORD-LER-FIM.
           DISPLAY "SEQUENCIA DA ORDEM: "
           ACCEPT W-SEQ
           MOVE W-NUMREG TO PA-NUMREG
           MOVE W-SEQ    TO PA-SEQ
           READ CADPENSAO
           IF ST-ERRO NOT = "00"
               DISPLAY "*** ORDEM NAO CADASTRADA ***"
               GO TO ORD-LER.
           PERFORM ORD-MOSTRA THRU ORD-MOSTRA-FIM.
       ORD-LER-FIM.
           EXIT.
      *
       ORD-MOSTRA.
           MOVE 1 TO W-BASE-IX.
       ORD-MOSTRA-BASE.
           IF W-BASE-IX < 3 AND TB-COD(W-BASE-IX) NOT = PA-BASE
               ADD 1 TO W-BASE-IX
               GO TO ORD-MOSTRA-BASE.
           DISPLAY PA-SEQ " " PA-PROCESSO " " PA-BENEF
                   " SIT " PA-SITUACAO
           IF PA-TIPO = "P"
               DISPLAY "   " PA-PERCENT "% DE " TB-DESC(W-BASE-IX)
                       " 13o/FERIAS " PA-13-FER
           ELSE
               MOVE PA-VALOR TO W-VALOR-ED
               DISPLAY "   FIXO " W-VALOR-ED " 13o/FERIAS " PA-13-FER.
           DISPLAY "   BCO " PA-BANCO " AG " PA-AGENCIA " CC " PA-CONTA
                   " DE " PA-DATA-INI " A " PA-DATA-FIM.
       ORD-MOSTRA-FIM.
           EXIT.
      *
      *****************************************
      * LISTA DAS ORDENS DE UM FUNCIONARIO     *
      *****************************************
      *
       LIS-001.
           PERFORM FUN-LER THRU FUN-LER-FIM
           IF W-NUMREG = ZEROS
               GO TO PEN-MENU.
           MOVE W-NUMREG TO PA-NUMREG
           MOVE ZEROS    TO PA-SEQ
           START CADPENSAO KEY IS NOT LESS THAN PA-CHAVE
           IF ST-ERRO NOT = "00"
               DISPLAY "*** NENHUMA ORDEM ***"
               GO TO LIS-001.
       LIS-LER.
           READ CADPENSAO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LIS-001.
           IF PA-NUMREG NOT = W-NUMREG
               GO TO LIS-001.
           PERFORM ORD-MOSTRA THRU ORD-MOSTRA-FIM
           GO TO LIS-LER.
      *
      *****************************************
      * SALARIO MINIMO VIGENTE (BASE M)        *
      *****************************************
      *
       SMN-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* PARAMETROS SOMENTE PARA O SUPERVISOR *"
               GO TO PEN-MENU.
           DISPLAY "SALARIO MINIMO VIGENTE: "
           ACCEPT W-SAL-MIN
           MOVE ZEROS  TO PA-NUMREG PA-SEQ
           READ CADPENSAO
           IF ST-ERRO NOT = "00"
               MOVE ZEROS  TO PA-CPF PA-DP-SEQ PA-PERCENT
                              PA-BANCO PA-AGENCIA PA-DATA-FIM
               MOVE SPACES TO PA-BENEF PA-PROCESSO PA-CONTA
                              PA-BASE PA-TIPO PA-13-FER
               MOVE "P"    TO PA-SITUACAO
               MOVE W-HOJE8-N TO PA-DATA-INI
               MOVE W-SAL-MIN TO PA-VALOR
               WRITE REGPENSAO
           ELSE
               MOVE W-HOJE8-N TO PA-DATA-INI
               MOVE W-SAL-MIN TO PA-VALOR
               REWRITE REGPENSAO.
           IF ST-ERRO = "00" OR "02"
               DISPLAY "*** SALARIO MINIMO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPENSAO".
           GO TO PEN-MENU.
      *
       SMN-LER.
           MOVE ZEROS TO W-SAL-MIN
           MOVE ZEROS TO PA-NUMREG PA-SEQ
           READ CADPENSAO
           IF ST-ERRO = "00"
               MOVE PA-VALOR TO W-SAL-MIN.
           MOVE "00" TO ST-ERRO.
       SMN-LER-FIM.
           EXIT.
      *
      *****************************************
      * EXTRATO DO MES PARA O JUIZO: POR ORDEM,*
      * OS DESCONTOS DA FOLHA MENSAL, DO 13o E *
      * DAS FERIAS E A CONTA CREDITADA         *
      *****************************************
      *
       EXT-001.
           DISPLAY "MES DA COMPETENCIA (1-12): "
           ACCEPT W-MES-REF
           IF W-MES-REF < 1 OR W-MES-REF > 12
               DISPLAY "MES INVALIDO"
               GO TO EXT-001.
           DISPLAY "ANO (AAAA): "
           ACCEPT W-ANO-REF
           DISPLAY "NUMERO DE REGISTRO (0=TODOS): "
           ACCEPT W-NUMREG
           OPEN OUTPUT RELPEN
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PENSAO"
               GO TO PEN-MENU.
           MOVE ZEROS TO W-QTD-ORDEM W-TOT-GERAL
           MOVE W-MES-REF TO LP-MES
           MOVE W-ANO-REF TO LP-ANO
           MOVE LINPEN-CAB TO LINRELPEN
           WRITE LINRELPEN
           MOVE W-NUMREG TO PA-NUMREG
           MOVE 1        TO PA-SEQ
           IF W-NUMREG = ZEROS
               MOVE ZEROS TO PA-SEQ
               MOVE 1 TO PA-NUMREG.
           START CADPENSAO KEY IS NOT LESS THAN PA-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO EXT-FIM.
       EXT-LER.
           READ CADPENSAO NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO EXT-FIM.
           IF W-NUMREG NOT = ZEROS AND PA-NUMREG NOT = W-NUMREG
               GO TO EXT-FIM.
           PERFORM EXT-ORDEM THRU EXT-ORDEM-FIM
           GO TO EXT-LER.
       EXT-FIM.
           MOVE "00" TO ST-ERRO
           MOVE W-QTD-ORDEM TO LP-QTD
           MOVE W-TOT-GERAL TO LP-TOTG
           MOVE LINPEN-TOTG TO LINRELPEN
           WRITE LINRELPEN
           CLOSE RELPEN
           DISPLAY "*** EXTRATO GRAVADO EM PENSAO.DAT - "
                   W-QTD-ORDEM " ORDEM(NS) ***"
           GO TO PEN-MENU.
      *
       EXT-ORDEM.
           MOVE ZEROS TO W-TOT-ORDEM
           MOVE PA-NUMREG TO PH-NUMREG
           MOVE PA-SEQ    TO PH-SEQ
           MOVE W-ANO-REF TO PH-ANO
           MOVE W-MES-REF TO PH-MES
           MOVE SPACES    TO PH-FOLHA
           START CADPENHIS KEY IS NOT LESS THAN PH-CHAVE
           IF ST-ERRO-PH NOT = "00"
               MOVE "00" TO ST-ERRO-PH
               GO TO EXT-ORDEM-FIM.
           READ CADPENHIS NEXT RECORD
           IF ST-ERRO-PH NOT = "00"
               MOVE "00" TO ST-ERRO-PH
               GO TO EXT-ORDEM-FIM.
           IF PH-NUMREG NOT = PA-NUMREG OR PH-SEQ NOT = PA-SEQ OR
              PH-ANO NOT = W-ANO-REF OR PH-MES NOT = W-MES-REF
               GO TO EXT-ORDEM-FIM.
      *    CABECALHO DA ORDEM COM DESCONTO NO MES
           MOVE PA-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE SPACES TO NOME.
           MOVE "00" TO ST-ERRO-FUN
           MOVE LINPEN-SEP TO LINRELPEN
           WRITE LINRELPEN
           MOVE PA-PROCESSO TO LP-PROCESSO
           MOVE PA-NUMREG   TO LP-NUMREG
           MOVE PA-SEQ      TO LP-SEQ
           MOVE LINPEN-PROC TO LINRELPEN
           WRITE LINRELPEN
           MOVE NOME TO LP-NOME
           MOVE LINPEN-FUN TO LINRELPEN
           WRITE LINRELPEN
           MOVE PA-BENEF TO LP-BENEF
           MOVE PA-CPF   TO LP-CPF
           MOVE LINPEN-BEN TO LINRELPEN
           WRITE LINRELPEN
           MOVE PA-BANCO   TO LP-BANCO
           MOVE PA-AGENCIA TO LP-AGENCIA
           MOVE PA-CONTA   TO LP-CONTA
           MOVE LINPEN-CONTA TO LINRELPEN
           WRITE LINRELPEN
           MOVE 1 TO W-BASE-IX.
       EXT-ORDEM-BASE.
           IF W-BASE-IX < 3 AND TB-COD(W-BASE-IX) NOT = PA-BASE
               ADD 1 TO W-BASE-IX
               GO TO EXT-ORDEM-BASE.
           MOVE TB-DESC(W-BASE-IX) TO LP-BASE
           MOVE ZEROS TO LP-PERCENT LP-VALOR-FIX
           IF PA-TIPO = "P"
               MOVE "  PERCENTUAL " TO LP-REGRA
               MOVE PA-PERCENT TO LP-PERCENT
           ELSE
               MOVE "  VALOR FIXO  " TO LP-REGRA
               MOVE PA-VALOR TO LP-VALOR-FIX.
           MOVE LINPEN-REGRA TO LINRELPEN
           WRITE LINRELPEN
           ADD 1 TO W-QTD-ORDEM.
       EXT-ORDEM-DET.
           IF PH-FOLHA = "M"
               MOVE "FOLHA MENSAL" TO LP-FOLHA.
           IF PH-FOLHA = "D"
               MOVE "13o SALARIO" TO LP-FOLHA.
           IF PH-FOLHA = "F"
               MOVE "FERIAS" TO LP-FOLHA.
           MOVE PH-BASE-VAL TO LP-BASE-VAL
           MOVE PH-VALOR    TO LP-VALOR
           MOVE PH-DATA     TO LP-DATA
           MOVE LINPEN-DET TO LINRELPEN
           WRITE LINRELPEN
           ADD PH-VALOR TO W-TOT-ORDEM
           READ CADPENHIS NEXT RECORD
           IF ST-ERRO-PH NOT = "00"
               MOVE "00" TO ST-ERRO-PH
               GO TO EXT-ORDEM-TOT.
           IF PH-NUMREG = PA-NUMREG AND PH-SEQ = PA-SEQ AND
              PH-ANO = W-ANO-REF AND PH-MES = W-MES-REF
               GO TO EXT-ORDEM-DET.
       EXT-ORDEM-TOT.
           MOVE W-TOT-ORDEM TO LP-TOT
           MOVE LINPEN-TOT TO LINRELPEN
           WRITE LINRELPEN
           ADD W-TOT-ORDEM TO W-TOT-GERAL.
       EXT-ORDEM-FIM.
           EXIT.
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR84T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE W-NUMREG   TO W-CA-NUMREG
           MOVE W-SEQ      TO W-CA-SEQ
           MOVE W-CHAVE-AUD TO AU-CHAVE
           MOVE W-MOTIVO   TO AU-MOTIVO
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       PEN-FIM.
           CLOSE CADPENSAO CADPENHIS CADFUN AUDITLOG
           IF W-TEM-DPD = 1
               CLOSE CADDEPEND.
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
