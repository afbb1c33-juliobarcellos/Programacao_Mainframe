       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR86T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * CALENDARIO DE FERIADOS COMUM AOS   *
      * SISTEMAS: NACIONAIS, ESTADUAIS,    *
      * MUNICIPAIS E POR FILIAL. ANO 0000  *
      * REPETE A DATA TODO ANO. USADO NO   *
      * DSR DA FOLHA, NOS VENCIMENTOS DAS  *
      * MENSALIDADES E NA AGENDA MEDICA    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
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
      *    ABRANGENCIA: N = NACIONAL, E = ESTADUAL, M = MUNICIPAL
      *    (FILIAL ZERADA), F = SO DA FILIAL INFORMADA
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
       77 ST-ERRO-FER  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ANO-LIS    PIC 9(04) VALUE ZEROS.
       77 W-QTD        PIC 9(04) VALUE ZEROS.
       77 W-NAC-IX     PIC 9(02) VALUE ZEROS.
       77 W-FERIADO    PIC 9(01) VALUE ZEROS.
       77 W-FER-PASSO  PIC 9(01) VALUE ZEROS.
       77 W-FER-FILIAL PIC 9(02) VALUE ZEROS.
       77 W-FER-BUSCA  PIC 9(08) VALUE ZEROS.
       77 W-FER-DESCR  PIC X(30) VALUE SPACES.
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
           03 W-FER-ANO       PIC 9(04).
           03 W-FER-MES       PIC 9(02).
           03 W-FER-DIA       PIC 9(02).
       01 W-FER-DATA-N REDEFINES W-FER-DATA PIC 9(08).
       01 W-HOJE8             PIC 9(08) VALUE ZEROS.
       01 W-CHAVE-AUD.
           03 W-CA-DATA       PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 W-CA-ABRANG     PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 W-CA-FILIAL     PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.

      *    FERIADOS NACIONAIS DE DATA FIXA (MMDD E DESCRICAO)
       01 TABNAC.
           03 FILLER PIC X(34) VALUE "0101CONFRATERNIZACAO UNIVERSAL".
           03 FILLER PIC X(34) VALUE "0421TIRADENTES".
           03 FILLER PIC X(34) VALUE "0501DIA DO TRABALHO".
           03 FILLER PIC X(34) VALUE "0907INDEPENDENCIA DO BRASIL".
           03 FILLER PIC X(34) VALUE "1012NOSSA SENHORA APARECIDA".
           03 FILLER PIC X(34) VALUE "1102FINADOS".
           03 FILLER PIC X(34) VALUE "1115PROCLAMACAO DA REPUBLICA".
           03 FILLER PIC X(34) VALUE "1120DIA DA CONSCIENCIA NEGRA".
           03 FILLER PIC X(34) VALUE "1225NATAL".
       01 TABNAC-R REDEFINES TABNAC.
           03 NAC-ENT OCCURS 9 TIMES.
               05 NAC-MES     PIC 9(02).
               05 NAC-DIA     PIC 9(02).
               05 NAC-DESCR   PIC X(30).

       01 TABDIASEM.
           03 FILLER       PIC X(07) VALUE "DOMINGO".
           03 FILLER       PIC X(07) VALUE "SEGUNDA".
           03 FILLER       PIC X(07) VALUE "TERCA".
           03 FILLER       PIC X(07) VALUE "QUARTA".
           03 FILLER       PIC X(07) VALUE "QUINTA".
           03 FILLER       PIC X(07) VALUE "SEXTA".
           03 FILLER       PIC X(07) VALUE "SABADO".
       01 TABDIASEM-R REDEFINES TABDIASEM.
           03 T-DIASEM     PIC X(07) OCCURS 7 TIMES.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       FER-OP0.
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
       FER-OP1.
           OPEN I-O CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               IF ST-ERRO-FER = "30"
                   OPEN OUTPUT CADFERIADO
                   CLOSE CADFERIADO
                   DISPLAY "* ARQUIVO CADFERIADO SENDO CRIADO *"
                   GO TO FER-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFERIADO"
                   GO TO ROT-FIM.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       FER-MENU.
           DISPLAY " "
           DISPLAY "CALENDARIO DE FERIADOS"
           DISPLAY "OPCAO (I=INCLUIR E=EXCLUIR L=LISTAR N=NACIONAIS "
                   "FIXOS V=VERIFICAR DATA F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO FER-FIM.
           IF W-OPCAO = "I" OR "i"
               GO TO INC-001.
           IF W-OPCAO = "E" OR "e"
               GO TO EXC-001.
           IF W-OPCAO = "L" OR "l"
               GO TO LIS-001.
           IF W-OPCAO = "N" OR "n"
               GO TO NAC-001.
           IF W-OPCAO = "V" OR "v"
               GO TO VER-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO FER-MENU.
      *
      *****************************************
      * DATA, ABRANGENCIA E FILIAL DO FERIADO  *
      *****************************************
      *
       CHV-LER.
           MOVE ZEROS TO W-FER-DATA-N
           DISPLAY "DATA (AAAAMMDD; ANO 0000 = TODO ANO; 0=VOLTAR): "
           ACCEPT W-FER-DATA-N
           IF W-FER-DATA-N = ZEROS
               GO TO CHV-LER-FIM.
           IF W-FER-MES < 1 OR W-FER-MES > 12 OR W-FER-DIA < 1 OR
              W-FER-DIA > 31
               DISPLAY "DATA INVALIDA"
               GO TO CHV-LER.
           IF W-FER-ANO NOT = ZEROS
               PERFORM MES-FIM THRU MES-FIM-FIM
               IF W-FER-DIA > W-FIM-MES
                   DISPLAY "DATA INVALIDA"
                   GO TO CHV-LER.
       CHV-ABRANG.
           DISPLAY "ABRANGENCIA (N=NACIONAL E=ESTADUAL M=MUNICIPAL "
                   "F=FILIAL): "
           ACCEPT FE-ABRANG
           IF FE-ABRANG = "n"
               MOVE "N" TO FE-ABRANG.
           IF FE-ABRANG = "e"
               MOVE "E" TO FE-ABRANG.
           IF FE-ABRANG = "m"
               MOVE "M" TO FE-ABRANG.
           IF FE-ABRANG = "f"
               MOVE "F" TO FE-ABRANG.
           IF FE-ABRANG NOT = "N" AND FE-ABRANG NOT = "E" AND
              FE-ABRANG NOT = "M" AND FE-ABRANG NOT = "F"
               DISPLAY "ABRANGENCIA INVALIDA"
               GO TO CHV-ABRANG.
           MOVE ZEROS TO FE-FILIAL
           IF FE-ABRANG = "F"
               DISPLAY "FILIAL: "
               ACCEPT FE-FILIAL
               IF FE-FILIAL = ZEROS
                   DISPLAY "FILIAL NAO PODE SER ZERO"
                   GO TO CHV-ABRANG.
           MOVE W-FER-DATA-N TO FE-DATA.
       CHV-LER-FIM.
           EXIT.
      *
       INC-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO FER-MENU.
           PERFORM CHV-LER THRU CHV-LER-FIM
           IF W-FER-DATA-N = ZEROS
               GO TO FER-MENU.
           READ CADFERIADO
           IF ST-ERRO-FER = "00"
               DISPLAY "*** FERIADO JA CADASTRADO: " FE-DESCR
               GO TO INC-001.
       INC-002.
           MOVE SPACES TO FE-DESCR
           DISPLAY "DESCRICAO: "
           ACCEPT FE-DESCR
           IF FE-DESCR = SPACES
               DISPLAY "DESCRICAO NAO PODE SER BRANCO"
               GO TO INC-002.
           MOVE W-HOJE8    TO FE-DATA-INC
           MOVE W-OPERADOR TO FE-OPERADOR
           WRITE REGFERIADO
           IF ST-ERRO-FER NOT = "00" AND ST-ERRO-FER NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADFERIADO"
               GO TO FER-MENU.
           MOVE "INCLUSAO" TO AU-OPERACAO
           MOVE FE-DESCR   TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** FERIADO GRAVADO ***"
           GO TO INC-001.
      *
       EXC-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO FER-MENU.
           PERFORM CHV-LER THRU CHV-LER-FIM
           IF W-FER-DATA-N = ZEROS
               GO TO FER-MENU.
           READ CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               DISPLAY "*** FERIADO NAO CADASTRADO ***"
               GO TO EXC-001.
           DISPLAY "EXCLUIR " FE-DESCR " (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** OPERACAO NAO REALIZADA ***"
               GO TO EXC-001.
           DELETE CADFERIADO RECORD
           IF ST-ERRO-FER NOT = "00"
               DISPLAY "ERRO NA EXCLUSAO DO FERIADO"
               GO TO FER-MENU.
           MOVE "EXCLUSAO" TO AU-OPERACAO
           MOVE FE-DESCR   TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** FERIADO EXCLUIDO ***"
           GO TO EXC-001.
      *
      *****************************************
      * LISTA DOS FERIADOS DE UM ANO, COM OS   *
      * DE DATA FIXA (ANO 0000) NA FRENTE      *
      *****************************************
      *
       LIS-001.
           DISPLAY "ANO (AAAA; 0=SO OS DE DATA FIXA): "
           ACCEPT W-ANO-LIS
           MOVE ZEROS TO W-QTD
           MOVE LOW-VALUES TO FE-CHAVE
           START CADFERIADO KEY IS NOT LESS THAN FE-CHAVE
           IF ST-ERRO-FER NOT = "00"
               GO TO LIS-FIM.
       LIS-LER.
           READ CADFERIADO NEXT RECORD
           IF ST-ERRO-FER NOT = "00"
               GO TO LIS-FIM.
           IF FE-ANO > W-ANO-LIS
               GO TO LIS-FIM.
           IF FE-ANO NOT = ZEROS AND FE-ANO NOT = W-ANO-LIS
               GO TO LIS-LER.
           ADD 1 TO W-QTD
           DISPLAY FE-DIA "/" FE-MES "/" FE-ANO " " FE-ABRANG " "
                   FE-FILIAL " " FE-DESCR
           GO TO LIS-LER.
       LIS-FIM.
           MOVE "00" TO ST-ERRO-FER
           DISPLAY "FERIADOS LISTADOS: " W-QTD
           GO TO FER-MENU.
      *
      *****************************************
      * CARGA DOS FERIADOS NACIONAIS DE DATA   *
      * FIXA; OS MOVEIS (CARNAVAL, PAIXAO,     *
      * CORPUS CHRISTI) SAO INCLUIDOS POR ANO  *
      *****************************************
      *
       NAC-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* PARAMETROS SOMENTE PARA O SUPERVISOR *"
               GO TO FER-MENU.
           MOVE ZEROS TO W-QTD
           MOVE 1 TO W-NAC-IX.
       NAC-GRAVA.
           IF W-NAC-IX > 9
               GO TO NAC-FIM.
           MOVE ZEROS              TO FE-ANO FE-FILIAL
           MOVE NAC-MES(W-NAC-IX)  TO FE-MES
           MOVE NAC-DIA(W-NAC-IX)  TO FE-DIA
           MOVE "N"                TO FE-ABRANG
           MOVE NAC-DESCR(W-NAC-IX) TO FE-DESCR
           MOVE W-HOJE8            TO FE-DATA-INC
           MOVE W-OPERADOR         TO FE-OPERADOR
           WRITE REGFERIADO
           IF ST-ERRO-FER = "00" OR "02"
               ADD 1 TO W-QTD.
           ADD 1 TO W-NAC-IX
           GO TO NAC-GRAVA.
       NAC-FIM.
           MOVE "00" TO ST-ERRO-FER
           MOVE ZEROS TO FE-DATA FE-FILIAL
           MOVE "N"   TO FE-ABRANG
           MOVE "CARGA"  TO AU-OPERACAO
           MOVE "FERIADOS NACIONAIS FIXOS" TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "FERIADOS NACIONAIS INCLUIDOS: " W-QTD
           GO TO FER-MENU.
      *
      *****************************************
      * VERIFICACAO DE UMA DATA: DIA DA SEMANA,*
      * FERIADO E PROXIMO DIA UTIL             *
      *****************************************
      *
       VER-001.
           DISPLAY "DATA (AAAAMMDD, 0=VOLTAR): "
           ACCEPT W-FER-DATA-N
           IF W-FER-DATA-N = ZEROS
               GO TO FER-MENU.
           IF W-FER-ANO = ZEROS OR W-FER-MES < 1 OR W-FER-MES > 12
              OR W-FER-DIA < 1 OR W-FER-DIA > 31
               DISPLAY "DATA INVALIDA"
               GO TO VER-001.
           DISPLAY "FILIAL (0=TODAS): "
           ACCEPT W-FER-FILIAL
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           PERFORM FER-VERIFICA THRU FER-VERIFICA-FIM
           IF W-FERIADO = 1
               DISPLAY T-DIASEM(W-DIA-IX) " - FERIADO: " W-FER-DESCR
           ELSE
               DISPLAY T-DIASEM(W-DIA-IX).
           PERFORM DIA-UTIL THRU DIA-UTIL-FIM
           DISPLAY "PRIMEIRO DIA UTIL: " W-FER-DIA "/" W-FER-MES "/"
                   W-FER-ANO
           GO TO VER-001.
      *
      *****************************************
      * FERIADO NA DATA W-FER-DATA PARA A      *
      * FILIAL W-FER-FILIAL: PRIMEIRO A DATA   *
      * DO ANO, DEPOIS A DE DATA FIXA          *
      *****************************************
      *
       FER-VERIFICA.
           MOVE ZEROS  TO W-FERIADO W-FER-PASSO
           MOVE SPACES TO W-FER-DESCR
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
           MOVE FE-DESCR TO W-FER-DESCR
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
           DIVIDE W-FER-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               GO TO MES-FIM-FIM.
           DIVIDE W-FER-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO
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
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR86T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE FE-DATA    TO W-CA-DATA
           MOVE FE-ABRANG  TO W-CA-ABRANG
           MOVE FE-FILIAL  TO W-CA-FILIAL
           MOVE W-CHAVE-AUD TO AU-CHAVE
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       FER-FIM.
           CLOSE CADFERIADO AUDITLOG
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
