       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR87T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * TREINAMENTOS E CERTIFICACOES:      *
      * CATALOGO DE CURSOS (OBRIGATORIOS   *
      * POR CARGO E VALIDADE EM MESES),    *
      * REGISTRO DOS CURSOS FEITOS POR     *
      * FUNCIONARIO, RELATORIO MENSAL DOS  *
      * VENCIDOS E A VENCER EM 60 DIAS POR *
      * DEPARTAMENTO E PENDENCIAS DOS      *
      * ADMITIDOS                          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMREG
                    FILE STATUS  IS ST-ERRO-FUN
                    ALTERNATE RECORD KEY IS NOME  WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODDEP
                    FILE STATUS  IS ST-ERRO-DEP
                    ALTERNATE RECORD IS DESCDEP WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCAR
                    FILE STATUS  IS ST-ERRO-CAR
                    ALTERNATE RECORD IS DESCCAR WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADTREINO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CU-CODIGO
                    FILE STATUS  IS ST-ERRO-CU.
      *
      *-----------------------------------------------------------------
           SELECT CADTREFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TF-CHAVE
                    FILE STATUS  IS ST-ERRO-TF.
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
           SELECT RELTRE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADDEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 CODDEP          PIC 9(01).
                03 DESCDEP         PIC X(22).

       FD CADCAR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
                03 CODCAR          PIC 9(01).
                03 DESCCAR         PIC X(20).

      *    CATALOGO DE CURSOS: VALIDADE EM MESES (ZERO = NAO VENCE)
      *    E OBRIGATORIEDADE POR CARGO DO CADCAR (S/N, CARGOS 1-9)
       FD CADTREINO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTREINO.DAT".
       01 REGTREINO.
                03 CU-CODIGO       PIC 9(03).
                03 CU-DESCR        PIC X(30).
                03 CU-HORAS        PIC 9(03)V9.
                03 CU-VALIDADE     PIC 9(03).
                03 CU-OBRIG        PIC X(01) OCCURS 9 TIMES.

      *    CURSOS FEITOS PELO FUNCIONARIO; TF-VALIDADE E A DATA EM
      *    QUE O CERTIFICADO VENCE (ZERO = NAO VENCE)
       FD CADTREFUN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTREFUN.DAT".
       01 REGTREFUN.
                03 TF-CHAVE.
                    05 TF-NUMREG   PIC 9(06).
                    05 TF-CURSO    PIC 9(03).
                    05 TF-DATA     PIC 9(08).
                03 TF-HORAS        PIC 9(03)V9.
                03 TF-CERTIF       PIC X(20).
                03 TF-VALIDADE     PIC 9(08).
                03 TF-DATA-INC     PIC 9(08).
                03 TF-OPERADOR     PIC X(08).

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

       FD RELTRE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "TREINAM.DAT".
       01 LINRELTRE           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 ST-ERRO-DEP  PIC X(02) VALUE "00".
       77 ST-ERRO-CAR  PIC X(02) VALUE "00".
       77 ST-ERRO-CU   PIC X(02) VALUE "00".
       77 ST-ERRO-TF   PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-TEM-DEP    PIC 9(01) VALUE ZEROS.
       77 W-TEM-CAR    PIC 9(01) VALUE ZEROS.
       77 W-NUMREG     PIC 9(06) VALUE ZEROS.
       77 W-CURSO      PIC 9(03) VALUE ZEROS.
       77 W-HORAS      PIC 9(03)V9 VALUE ZEROS.
       77 W-CERTIF     PIC X(20) VALUE SPACES.
       77 W-NOVO       PIC 9(01) VALUE ZEROS.
       77 W-CAR-IX     PIC 9(02) VALUE ZEROS.
       77 W-DEP-IX     PIC 9(02) VALUE ZEROS.
       77 W-MESES      PIC 9(06) VALUE ZEROS.
       77 W-FIM-MES    PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(04) VALUE ZEROS.
       77 W-ACHOU      PIC 9(01) VALUE ZEROS.
       77 W-ULT-DATA   PIC 9(08) VALUE ZEROS.
       77 W-ULT-VALID  PIC 9(08) VALUE ZEROS.
       77 W-SIT        PIC X(01) VALUE SPACES.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VAL   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-FALTA PIC S9(07) VALUE ZEROS.
       77 W-ADM-DESDE  PIC 9(08) VALUE ZEROS.
       77 W-DATA-ADM   PIC 9(08) VALUE ZEROS.
       77 W-TODOS      PIC 9(01) VALUE ZEROS.
       77 W-QTD-FUN    PIC 9(04) VALUE ZEROS.
       77 W-QTD-LIN    PIC 9(04) VALUE ZEROS.
       77 W-QTD-DEP    PIC 9(04) VALUE ZEROS.
       77 W-QTD-VENC   PIC 9(05) VALUE ZEROS.
       77 W-QTD-AVEN   PIC 9(05) VALUE ZEROS.
       77 W-QTD-SEM    PIC 9(05) VALUE ZEROS.
       77 W-QTD-HIST   PIC 9(04) VALUE ZEROS.
       77 W-HORAS-ED   PIC ZZ9,9.

       01 W-HOJE8.
           03 W-HJ-ANO        PIC 9(04).
           03 W-HJ-MES        PIC 9(02).
           03 W-HJ-DIA        PIC 9(02).
       01 W-HOJE8-N REDEFINES W-HOJE8 PIC 9(08).
       01 W-DATA-CUR.
           03 W-DC-ANO        PIC 9(04).
           03 W-DC-MES        PIC 9(02).
           03 W-DC-DIA        PIC 9(02).
       01 W-DATA-CUR-N REDEFINES W-DATA-CUR PIC 9(08).
       01 W-DATA-VAL.
           03 W-VL-ANO        PIC 9(04).
           03 W-VL-MES        PIC 9(02).
           03 W-VL-DIA        PIC 9(02).
       01 W-DATA-VAL-N REDEFINES W-DATA-VAL PIC 9(08).
       01 W-CHAVE-AUD.
           03 W-CA-NUMREG     PIC 9(06).
           03 W-CA-CURSO      PIC 9(03).
           03 FILLER          PIC X(06) VALUE SPACES.

       01 LINSEP.
           03 FILLER          PIC X(78) VALUE ALL "-".
       01 LINVEN-CAB.
           03 FILLER          PIC X(40)
              VALUE "TREINAMENTOS OBRIGATORIOS VENCIDOS E A V".
           03 FILLER          PIC X(23)
              VALUE "ENCER EM 60 DIAS - DATA".
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-DATA         PIC 9(08).
       01 LINVEN-CAB2.
           03 FILLER          PIC X(40)
              VALUE "REGIST NOME                     CURSO DE".
           03 FILLER          PIC X(38)
              VALUE "SCRICAO          VALIDADE SITUACAO".
       01 LINVEN-DEP.
           03 FILLER          PIC X(14) VALUE "DEPARTAMENTO: ".
           03 LV-DEPTO        PIC 9(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-DESCDEP      PIC X(22).
       01 LINVEN-DET.
           03 LV-NUMREG       PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-NOME         PIC X(24).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-CURSO        PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-DESCR        PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-VALID        PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-SIT          PIC X(12).
       01 LINVEN-TOT.
           03 FILLER          PIC X(10) VALUE "VENCIDOS: ".
           03 LV-QTD-VENC     PIC ZZZZ9.
           03 FILLER          PIC X(12) VALUE "  A VENCER: ".
           03 LV-QTD-AVEN     PIC ZZZZ9.
           03 FILLER          PIC X(16) VALUE "  SEM REGISTRO: ".
           03 LV-QTD-SEM      PIC ZZZZ9.
       01 LINPEN-CAB.
           03 FILLER          PIC X(40)
              VALUE "CURSOS OBRIGATORIOS PENDENTES DOS ADMITI".
           03 FILLER          PIC X(09) VALUE "DOS - DAT".
           03 FILLER          PIC X(02) VALUE "A ".
           03 LP-DATA         PIC 9(08).
       01 LINPEN-FUN.
           03 FILLER          PIC X(10) VALUE "REGISTRO: ".
           03 LP-NUMREG       PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-NOME         PIC X(30).
           03 FILLER          PIC X(08) VALUE " CARGO: ".
           03 LP-CARGO        PIC 9(01).
           03 FILLER          PIC X(07) VALUE " ADM.: ".
           03 LP-ADM          PIC 9(08).
       01 LINPEN-DET.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LP-CURSO        PIC 9(03).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-DESCR        PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LP-HORAS        PIC ZZ9,9.
           03 FILLER          PIC X(02) VALUE "H ".
           03 LP-SIT          PIC X(12).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       TRE-OP0.
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
       TRE-OP1.
           OPEN I-O CADTREINO
           IF ST-ERRO-CU NOT = "00"
               IF ST-ERRO-CU = "30"
                   OPEN OUTPUT CADTREINO
                   CLOSE CADTREINO
                   DISPLAY "* ARQUIVO CADTREINO SENDO CRIADO *"
                   GO TO TRE-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTREINO"
                   CLOSE CADFUN
                   GO TO ROT-FIM.
       TRE-OP2.
           OPEN I-O CADTREFUN
           IF ST-ERRO-TF NOT = "00"
               IF ST-ERRO-TF = "30"
                   OPEN OUTPUT CADTREFUN
                   CLOSE CADTREFUN
                   DISPLAY "* ARQUIVO CADTREFUN SENDO CRIADO *"
                   GO TO TRE-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTREFUN"
                   CLOSE CADFUN CADTREINO
                   GO TO ROT-FIM.
           OPEN OUTPUT RELTRE
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO TREINAM"
               CLOSE CADFUN CADTREINO CADTREFUN
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-DEP
           OPEN INPUT CADDEP
           IF ST-ERRO-DEP NOT = "00"
               MOVE ZEROS TO W-TEM-DEP.
           MOVE 1 TO W-TEM-CAR
           OPEN INPUT CADCAR
           IF ST-ERRO-CAR NOT = "00"
               MOVE ZEROS TO W-TEM-CAR.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
           COMPUTE W-DIAS-HOJE = W-HJ-ANO * 365 +
                   W-HJ-MES * 30 + W-HJ-DIA.
      *
       TRE-MENU.
           DISPLAY " "
           DISPLAY "TREINAMENTOS E CERTIFICACOES"
           DISPLAY "OPCAO (C=CATALOGO R=REGISTRAR CURSO H=HISTORICO "
                   "V=VENCIMENTOS P=PENDENCIAS F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO TRE-FIM.
           IF W-OPCAO = "C" OR "c"
               GO TO CAT-001.
           IF W-OPCAO = "R" OR "r"
               GO TO REG-001.
           IF W-OPCAO = "H" OR "h"
               GO TO HIS-001.
           IF W-OPCAO = "V" OR "v"
               GO TO VEN-001.
           IF W-OPCAO = "P" OR "p"
               GO TO PEN-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO TRE-MENU.
      *
      *****************************************
      * CATALOGO: DESCRICAO, CARGA HORARIA,    *
      * VALIDADE EM MESES E OS CARGOS PARA OS  *
      * QUAIS O CURSO E OBRIGATORIO            *
      *****************************************
      *
       CAT-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* CATALOGO SOMENTE PARA O SUPERVISOR *"
               GO TO TRE-MENU.
           DISPLAY "CODIGO DO CURSO (1-999, 0=VOLTAR): "
           ACCEPT W-CURSO
           IF W-CURSO = ZEROS
               GO TO TRE-MENU.
           MOVE W-CURSO TO CU-CODIGO
           READ CADTREINO
           IF ST-ERRO-CU = "00"
               MOVE ZEROS TO W-NOVO
               MOVE CU-HORAS TO W-HORAS-ED
               DISPLAY "CURSO ATUAL: " CU-DESCR
               DISPLAY "CARGA: " W-HORAS-ED "H  VALIDADE: "
                       CU-VALIDADE " MESES"
           ELSE
               MOVE 1 TO W-NOVO
               MOVE W-CURSO TO CU-CODIGO
               MOVE SPACES  TO CU-DESCR
               MOVE ZEROS   TO CU-HORAS CU-VALIDADE
               MOVE 1 TO W-CAR-IX
               PERFORM CAT-LIMPA THRU CAT-LIMPA-FIM
               DISPLAY "*** CURSO NOVO ***".
       CAT-002.
           DISPLAY "DESCRICAO: "
           ACCEPT CU-DESCR
           IF CU-DESCR = SPACES
               DISPLAY "DESCRICAO NAO PODE SER BRANCO"
               GO TO CAT-002.
           DISPLAY "CARGA HORARIA (HHH,H): "
           ACCEPT CU-HORAS
           DISPLAY "VALIDADE EM MESES (0=NAO VENCE): "
           ACCEPT CU-VALIDADE
           MOVE 1 TO W-CAR-IX.
       CAT-CARGO.
           IF W-CAR-IX > 9
               GO TO CAT-OPC.
           MOVE SPACES TO DESCCAR
           IF W-TEM-CAR = 1
               MOVE W-CAR-IX TO CODCAR
               READ CADCAR
               IF ST-ERRO-CAR NOT = "00"
                   MOVE SPACES TO DESCCAR.
           DISPLAY "OBRIGATORIO PARA O CARGO " W-CAR-IX " " DESCCAR
                   " (S/N, ATUAL " CU-OBRIG(W-CAR-IX) "): "
           ACCEPT CU-OBRIG(W-CAR-IX)
           IF CU-OBRIG(W-CAR-IX) = "s"
               MOVE "S" TO CU-OBRIG(W-CAR-IX).
           IF CU-OBRIG(W-CAR-IX) = "n" OR SPACE
               MOVE "N" TO CU-OBRIG(W-CAR-IX).
           IF CU-OBRIG(W-CAR-IX) NOT = "S" AND
              CU-OBRIG(W-CAR-IX) NOT = "N"
               DISPLAY "*** USE S OU N ***"
               GO TO CAT-CARGO.
           ADD 1 TO W-CAR-IX
           GO TO CAT-CARGO.
       CAT-OPC.
           DISPLAY "CONFIRMA O CURSO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** CURSO NAO GRAVADO ***"
               GO TO CAT-001.
           MOVE W-CURSO TO CU-CODIGO
           IF W-NOVO = 1
               WRITE REGTREINO
           ELSE
               REWRITE REGTREINO.
           IF ST-ERRO-CU NOT = "00" AND ST-ERRO-CU NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADTREINO"
               GO TO TRE-FIM.
           MOVE "CURSO CAT"  TO AU-OPERACAO
           MOVE ZEROS        TO W-CA-NUMREG
           MOVE W-CURSO      TO W-CA-CURSO
           MOVE CU-DESCR     TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** CURSO GRAVADO ***"
           GO TO CAT-001.
      *
       CAT-LIMPA.
           IF W-CAR-IX > 9
               GO TO CAT-LIMPA-FIM.
           MOVE "N" TO CU-OBRIG(W-CAR-IX)
           ADD 1 TO W-CAR-IX
           GO TO CAT-LIMPA.
       CAT-LIMPA-FIM.
           EXIT.
      *
      *****************************************
      * CURSO FEITO PELO FUNCIONARIO: DATA,    *
      * HORAS E CERTIFICADO; A VALIDADE VEM DO *
      * CATALOGO                               *
      *****************************************
      *
       REG-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO TRE-MENU.
           DISPLAY "NUMERO DE REGISTRO DO FUNCIONARIO (0=VOLTAR): "
           ACCEPT W-NUMREG
           IF W-NUMREG = ZEROS
               GO TO TRE-MENU.
           MOVE W-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
               GO TO REG-001.
           IF ANODEM NOT = ZEROS OR STATUS-REG = "I"
               DISPLAY "*** FUNCIONARIO DEMITIDO OU INATIVO ***"
               GO TO REG-001.
           DISPLAY NOME "  CARGO: " CARGO.
       REG-002.
           DISPLAY "CODIGO DO CURSO (0=VOLTAR): "
           ACCEPT W-CURSO
           IF W-CURSO = ZEROS
               GO TO REG-001.
           MOVE W-CURSO TO CU-CODIGO
           READ CADTREINO
           IF ST-ERRO-CU NOT = "00"
               DISPLAY "*** CURSO NAO CADASTRADO NO CATALOGO ***"
               GO TO REG-002.
           DISPLAY CU-DESCR.
       REG-003.
           DISPLAY "DATA DE CONCLUSAO (AAAAMMDD, 0=HOJE): "
           ACCEPT W-DATA-CUR-N
           IF W-DATA-CUR-N = ZEROS
               MOVE W-HOJE8-N TO W-DATA-CUR-N.
           IF W-DC-MES < 1 OR W-DC-MES > 12 OR W-DC-DIA < 1 OR
              W-DC-DIA > 31 OR W-DC-ANO = ZEROS OR
              W-DATA-CUR-N > W-HOJE8-N
               DISPLAY "DATA INVALIDA (NAO PODE SER FUTURA)"
               GO TO REG-003.
           MOVE CU-HORAS TO W-HORAS-ED
           DISPLAY "HORAS CURSADAS (HHH,H, 0=" W-HORAS-ED "): "
           ACCEPT W-HORAS
           IF W-HORAS = ZEROS
               MOVE CU-HORAS TO W-HORAS.
       REG-004.
           DISPLAY "NUMERO DO CERTIFICADO: "
           MOVE SPACES TO W-CERTIF
           ACCEPT W-CERTIF
           IF W-CERTIF = SPACES
               DISPLAY "CERTIFICADO NAO PODE SER BRANCO"
               GO TO REG-004.
           PERFORM VAL-CALCULA THRU VAL-CALCULA-FIM
           IF W-DATA-VAL-N = ZEROS
               DISPLAY "CERTIFICADO SEM VENCIMENTO"
           ELSE
               DISPLAY "CERTIFICADO VALIDO ATE: " W-VL-DIA "/"
                       W-VL-MES "/" W-VL-ANO.
           DISPLAY "CONFIRMA O REGISTRO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** REGISTRO NAO REALIZADO ***"
               GO TO REG-002.
           MOVE W-NUMREG     TO TF-NUMREG
           MOVE W-CURSO      TO TF-CURSO
           MOVE W-DATA-CUR-N TO TF-DATA
           MOVE W-HORAS      TO TF-HORAS
           MOVE W-CERTIF     TO TF-CERTIF
           MOVE W-DATA-VAL-N TO TF-VALIDADE
           MOVE W-HOJE8-N    TO TF-DATA-INC
           MOVE W-OPERADOR   TO TF-OPERADOR
           WRITE REGTREFUN
           IF ST-ERRO-TF = "22"
               DISPLAY "*** CURSO JA REGISTRADO NESSA DATA ***"
               GO TO REG-002.
           IF ST-ERRO-TF NOT = "00" AND ST-ERRO-TF NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADTREFUN"
               GO TO TRE-FIM.
           MOVE "TREINAMENT" TO AU-OPERACAO
           MOVE W-NUMREG     TO W-CA-NUMREG
           MOVE W-CURSO      TO W-CA-CURSO
           MOVE W-CERTIF     TO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           DISPLAY "*** CURSO REGISTRADO ***"
           GO TO REG-002.
      *
      *****************************************
      * HISTORICO DO FUNCIONARIO NA TELA       *
      *****************************************
      *
       HIS-001.
           DISPLAY "NUMERO DE REGISTRO DO FUNCIONARIO (0=VOLTAR): "
           ACCEPT W-NUMREG
           IF W-NUMREG = ZEROS
               GO TO TRE-MENU.
           MOVE W-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
               GO TO HIS-001.
           DISPLAY NOME "  DEPTO: " DEPARTAMENTO "  CARGO: " CARGO
           DISPLAY "CURSO DESCRICAO                      CONCLUSAO"
                   " HORAS CERTIFICADO          VALIDADE"
           MOVE ZEROS TO W-QTD-HIST
           MOVE W-NUMREG TO TF-NUMREG
           MOVE ZEROS    TO TF-CURSO TF-DATA
           START CADTREFUN KEY IS NOT LESS THAN TF-CHAVE
           IF ST-ERRO-TF NOT = "00"
               GO TO HIS-FIM.
       HIS-LER.
           READ CADTREFUN NEXT RECORD
           IF ST-ERRO-TF NOT = "00"
               GO TO HIS-FIM.
           IF TF-NUMREG NOT = W-NUMREG
               GO TO HIS-FIM.
           MOVE TF-CURSO TO CU-CODIGO
           READ CADTREINO
           IF ST-ERRO-CU NOT = "00"
               MOVE "** CURSO FORA DO CATALOGO **" TO CU-DESCR.
           MOVE TF-HORAS TO W-HORAS-ED
           DISPLAY TF-CURSO "   " CU-DESCR " " TF-DATA " " W-HORAS-ED
                   " " TF-CERTIF " " TF-VALIDADE
           ADD 1 TO W-QTD-HIST
           GO TO HIS-LER.
       HIS-FIM.
           MOVE "00" TO ST-ERRO-TF
           IF W-QTD-HIST = ZEROS
               DISPLAY "*** NENHUM CURSO REGISTRADO ***".
           GO TO HIS-001.
      *
      *****************************************
      * RELATORIO MENSAL POR DEPARTAMENTO: OS  *
      * CURSOS OBRIGATORIOS DO CARGO VENCIDOS, *
      * A VENCER EM 60 DIAS OU NUNCA FEITOS    *
      *****************************************
      *
       VEN-001.
           MOVE ZEROS TO W-QTD-VENC W-QTD-AVEN W-QTD-SEM
           MOVE W-HOJE8-N TO LV-DATA
           MOVE LINVEN-CAB TO LINRELTRE
           WRITE LINRELTRE
           MOVE LINSEP TO LINRELTRE
           WRITE LINRELTRE
           MOVE 1 TO W-DEP-IX.
       VEN-DEP.
           IF W-DEP-IX > 9
               GO TO VEN-TOT.
           MOVE ZEROS TO W-QTD-DEP
           MOVE ZEROS TO NUMREG
           START CADFUN KEY IS NOT LESS THAN NUMREG
           IF ST-ERRO-FUN NOT = "00"
               GO TO VEN-DEP-PROX.
       VEN-FUN.
           READ CADFUN NEXT RECORD
           IF ST-ERRO-FUN NOT = "00"
               GO TO VEN-DEP-PROX.
           IF DEPARTAMENTO NOT = W-DEP-IX
               GO TO VEN-FUN.
           IF ANODEM NOT = ZEROS OR STATUS-REG = "I" OR
              CARGO = ZEROS
               GO TO VEN-FUN.
           MOVE ZEROS TO CU-CODIGO
           START CADTREINO KEY IS NOT LESS THAN CU-CODIGO
           IF ST-ERRO-CU NOT = "00"
               GO TO VEN-FUN.
       VEN-CURSO.
           READ CADTREINO NEXT RECORD
           IF ST-ERRO-CU NOT = "00"
               GO TO VEN-FUN.
           IF CU-OBRIG(CARGO) NOT = "S"
               GO TO VEN-CURSO.
           PERFORM SIT-CURSO THRU SIT-CURSO-FIM
           IF W-SIT = "O"
               GO TO VEN-CURSO.
           IF W-QTD-DEP = ZEROS
               PERFORM VEN-CAB-DEP THRU VEN-CAB-DEP-FIM.
           ADD 1 TO W-QTD-DEP
           MOVE NUMREG      TO LV-NUMREG
           MOVE NOME        TO LV-NOME
           MOVE CU-CODIGO   TO LV-CURSO
           MOVE CU-DESCR    TO LV-DESCR
           MOVE W-ULT-VALID TO LV-VALID
           IF W-SIT = "V"
               MOVE "VENCIDO"      TO LV-SIT
               ADD 1 TO W-QTD-VENC.
           IF W-SIT = "A"
               MOVE "A VENCER"     TO LV-SIT
               ADD 1 TO W-QTD-AVEN.
           IF W-SIT = "S"
               MOVE "SEM REGISTRO" TO LV-SIT
               ADD 1 TO W-QTD-SEM.
           MOVE LINVEN-DET TO LINRELTRE
           WRITE LINRELTRE
           GO TO VEN-CURSO.
       VEN-DEP-PROX.
           MOVE "00" TO ST-ERRO-FUN ST-ERRO-CU
           IF W-QTD-DEP NOT = ZEROS
               MOVE LINSEP TO LINRELTRE
               WRITE LINRELTRE.
           ADD 1 TO W-DEP-IX
           GO TO VEN-DEP.
       VEN-TOT.
           MOVE W-QTD-VENC TO LV-QTD-VENC
           MOVE W-QTD-AVEN TO LV-QTD-AVEN
           MOVE W-QTD-SEM  TO LV-QTD-SEM
           MOVE LINVEN-TOT TO LINRELTRE
           WRITE LINRELTRE
           DISPLAY LINVEN-TOT
           DISPLAY "*** RELATORIO GRAVADO EM TREINAM.DAT ***"
           GO TO TRE-MENU.
      *
       VEN-CAB-DEP.
           MOVE SPACES TO LV-DESCDEP
           IF W-TEM-DEP = 1
               MOVE W-DEP-IX TO CODDEP
               READ CADDEP
               IF ST-ERRO-DEP = "00"
                   MOVE DESCDEP TO LV-DESCDEP.
           MOVE W-DEP-IX   TO LV-DEPTO
           MOVE LINVEN-DEP TO LINRELTRE
           WRITE LINRELTRE
           MOVE LINVEN-CAB2 TO LINRELTRE
           WRITE LINRELTRE.
       VEN-CAB-DEP-FIM.
           EXIT.
      *
      *****************************************
      * PENDENCIAS DO ADMITIDO: CURSOS         *
      * OBRIGATORIOS DO CARGO AINDA NAO FEITOS *
      * (OU VENCIDOS), DE UM FUNCIONARIO OU    *
      * DOS ADMITIDOS A PARTIR DE UMA DATA     *
      *****************************************
      *
       PEN-001.
           DISPLAY "NUMERO DE REGISTRO (0=ADMITIDOS DESDE UMA DATA): "
           ACCEPT W-NUMREG
           MOVE ZEROS TO W-QTD-FUN
           MOVE W-HOJE8-N TO LP-DATA
           MOVE LINPEN-CAB TO LINRELTRE
           WRITE LINRELTRE
           MOVE LINSEP TO LINRELTRE
           WRITE LINRELTRE
           IF W-NUMREG NOT = ZEROS
               MOVE ZEROS TO W-TODOS
               MOVE W-NUMREG TO NUMREG
               READ CADFUN
               IF ST-ERRO-FUN NOT = "00"
                   DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
                   GO TO PEN-001
               ELSE
                   PERFORM PEN-FUN THRU PEN-FUN-FIM
                   GO TO PEN-FIM.
       PEN-002.
           DISPLAY "ADMITIDOS A PARTIR DE (AAAAMMDD): "
           ACCEPT W-ADM-DESDE
           IF W-ADM-DESDE = ZEROS
               DISPLAY "DATA INVALIDA"
               GO TO PEN-002.
           MOVE 1 TO W-TODOS
           MOVE ZEROS TO NUMREG
           START CADFUN KEY IS NOT LESS THAN NUMREG
           IF ST-ERRO-FUN NOT = "00"
               GO TO PEN-FIM.
       PEN-LER.
           READ CADFUN NEXT RECORD
           IF ST-ERRO-FUN NOT = "00"
               GO TO PEN-FIM.
           IF ANODEM NOT = ZEROS OR STATUS-REG = "I"
               GO TO PEN-LER.
           COMPUTE W-DATA-ADM = (ANOADM * 10000) + (MESADM * 100) +
                   DIAADM
           IF W-DATA-ADM < W-ADM-DESDE
               GO TO PEN-LER.
           PERFORM PEN-FUN THRU PEN-FUN-FIM
           GO TO PEN-LER.
       PEN-FIM.
           MOVE "00" TO ST-ERRO-FUN
           DISPLAY "*** " W-QTD-FUN " FUNCIONARIO(S) COM PENDENCIA "
                   "EM TREINAM.DAT ***"
           GO TO TRE-MENU.
      *
       PEN-FUN.
           MOVE ZEROS TO W-QTD-LIN
           IF CARGO = ZEROS
               GO TO PEN-FUN-FIM.
           MOVE ZEROS TO CU-CODIGO
           START CADTREINO KEY IS NOT LESS THAN CU-CODIGO
           IF ST-ERRO-CU NOT = "00"
               GO TO PEN-FUN-SAI.
       PEN-FUN-CURSO.
           READ CADTREINO NEXT RECORD
           IF ST-ERRO-CU NOT = "00"
               GO TO PEN-FUN-SAI.
           IF CU-OBRIG(CARGO) NOT = "S"
               GO TO PEN-FUN-CURSO.
           PERFORM SIT-CURSO THRU SIT-CURSO-FIM
           IF W-SIT = "O" OR W-SIT = "A"
               GO TO PEN-FUN-CURSO.
           IF W-QTD-LIN = ZEROS
               MOVE NUMREG TO LP-NUMREG
               MOVE NOME   TO LP-NOME
               MOVE CARGO  TO LP-CARGO
               COMPUTE LP-ADM = (ANOADM * 10000) + (MESADM * 100) +
                       DIAADM
               MOVE LINPEN-FUN TO LINRELTRE
               WRITE LINRELTRE
               DISPLAY LINPEN-FUN.
           ADD 1 TO W-QTD-LIN
           MOVE CU-CODIGO TO LP-CURSO
           MOVE CU-DESCR  TO LP-DESCR
           MOVE CU-HORAS  TO LP-HORAS
           IF W-SIT = "V"
               MOVE "VENCIDO"      TO LP-SIT
           ELSE
               MOVE "NAO FEITO"    TO LP-SIT.
           MOVE LINPEN-DET TO LINRELTRE
           WRITE LINRELTRE
           DISPLAY LINPEN-DET
           GO TO PEN-FUN-CURSO.
       PEN-FUN-SAI.
           MOVE "00" TO ST-ERRO-CU
           IF W-QTD-LIN NOT = ZEROS
               ADD 1 TO W-QTD-FUN
               MOVE LINSEP TO LINRELTRE
               WRITE LINRELTRE.
           IF W-QTD-LIN = ZEROS AND W-TODOS = ZEROS
               DISPLAY "*** NENHUM CURSO OBRIGATORIO PENDENTE ***".
       PEN-FUN-FIM.
           EXIT.
      *
      *****************************************
      * SITUACAO DO CURSO CU-CODIGO PARA O     *
      * FUNCIONARIO NUMREG PELO ULTIMO         *
      * REGISTRO: O=EM DIA V=VENCIDO A=A       *
      * VENCER EM 60 DIAS S=SEM REGISTRO       *
      *****************************************
      *
       SIT-CURSO.
           MOVE ZEROS TO W-ACHOU W-ULT-DATA W-ULT-VALID
           MOVE NUMREG    TO TF-NUMREG
           MOVE CU-CODIGO TO TF-CURSO
           MOVE ZEROS     TO TF-DATA
           START CADTREFUN KEY IS NOT LESS THAN TF-CHAVE
           IF ST-ERRO-TF NOT = "00"
               GO TO SIT-CURSO-AVALIA.
       SIT-CURSO-LER.
           READ CADTREFUN NEXT RECORD
           IF ST-ERRO-TF NOT = "00"
               GO TO SIT-CURSO-AVALIA.
           IF TF-NUMREG NOT = NUMREG OR TF-CURSO NOT = CU-CODIGO
               GO TO SIT-CURSO-AVALIA.
           MOVE 1 TO W-ACHOU
           MOVE TF-DATA     TO W-ULT-DATA
           MOVE TF-VALIDADE TO W-ULT-VALID
           GO TO SIT-CURSO-LER.
       SIT-CURSO-AVALIA.
           MOVE "00" TO ST-ERRO-TF
           MOVE "O" TO W-SIT
           IF W-ACHOU = ZEROS
               MOVE "S" TO W-SIT
               GO TO SIT-CURSO-FIM.
           IF W-ULT-VALID = ZEROS
               GO TO SIT-CURSO-FIM.
           IF W-ULT-VALID < W-HOJE8-N
               MOVE "V" TO W-SIT
               GO TO SIT-CURSO-FIM.
           MOVE W-ULT-VALID TO W-DATA-VAL-N
           COMPUTE W-DIAS-VAL = W-VL-ANO * 365 +
                   W-VL-MES * 30 + W-VL-DIA
           COMPUTE W-DIAS-FALTA = W-DIAS-VAL - W-DIAS-HOJE
           IF W-DIAS-FALTA NOT > 60
               MOVE "A" TO W-SIT.
       SIT-CURSO-FIM.
           EXIT.
      *
      *****************************************
      * VENCIMENTO DO CERTIFICADO: CONCLUSAO   *
      * MAIS A VALIDADE DO CATALOGO EM MESES,  *
      * NO ULTIMO DIA DO MES QUANDO O DIA NAO  *
      * EXISTE NELE                            *
      *****************************************
      *
       VAL-CALCULA.
           MOVE ZEROS TO W-DATA-VAL-N
           IF CU-VALIDADE = ZEROS
               GO TO VAL-CALCULA-FIM.
           COMPUTE W-MESES = (W-DC-ANO * 12) + W-DC-MES - 1 +
                   CU-VALIDADE
           DIVIDE W-MESES BY 12 GIVING W-VL-ANO REMAINDER W-VL-MES
           ADD 1 TO W-VL-MES
           MOVE W-DC-DIA TO W-VL-DIA
           MOVE 31 TO W-FIM-MES
           IF W-VL-MES = 4 OR 6 OR 9 OR 11
               MOVE 30 TO W-FIM-MES.
           IF W-VL-MES = 2
               MOVE 28 TO W-FIM-MES
               DIVIDE W-VL-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
               IF W-RESTO = ZEROS
                   MOVE 29 TO W-FIM-MES.
           IF W-VL-DIA > W-FIM-MES
               MOVE W-FIM-MES TO W-VL-DIA.
       VAL-CALCULA-FIM.
           EXIT.
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR87T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE W-CHAVE-AUD TO AU-CHAVE
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       TRE-FIM.
           CLOSE CADFUN CADTREINO CADTREFUN RELTRE AUDITLOG
           IF W-TEM-DEP = 1
               CLOSE CADDEP.
           IF W-TEM-CAR = 1
               CLOSE CADCAR.
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
