       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR89T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * ESCALA MENSAL DE TURNOS POR        *
      * FUNCIONARIO E FILIAL: DESCANSO     *
      * ENTRE JORNADAS, LIMITE SEMANAL,    *
      * IMPRESSAO POR FILIAL, CONFRONTO    *
      * COM O PONTO (PROGR17T) E APROVACAO *
      * DAS DIVERGENCIAS ANTES DA FOLHA    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESCALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ES-CHAVE
                    FILE STATUS  IS ST-ERRO-ESC.
      *
      *-----------------------------------------------------------------
           SELECT CADDIVESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DV-CHAVE
                    FILE STATUS  IS ST-ERRO-DIV.
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
           SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PT-CHAVE
                    FILE STATUS  IS ST-ERRO-PTO.
      *
      *-----------------------------------------------------------------
           SELECT CADFILIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO-FIL.
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
           SELECT RELESC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    UM REGISTRO POR DIA ESCALADO; DIA SEM REGISTRO = FOLGA
       FD CADESCALA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADESCALA.DAT".
       01 REGESCALA.
                03 ES-CHAVE.
                    05 ES-NUMREG   PIC 9(06).
                    05 ES-DATA.
                        07 ES-ANO  PIC 9(04).
                        07 ES-MES  PIC 9(02).
                        07 ES-DIA  PIC 9(02).
                03 ES-FILIAL       PIC 9(02).
                03 ES-TURNO        PIC X(01).
                03 ES-HINI         PIC 9(04).
                03 ES-HORAS        PIC 9(02)V9.
                03 ES-HE-PREV      PIC 9(01)V9.
                03 ES-DATA-INC     PIC 9(08).
                03 ES-OPERADOR     PIC X(08).

      *    DIVERGENCIA ESCALA X PONTO: TIPO D=DIAS FORA DA ESCALA
      *    F=DIAS FALTANTES H=HORA EXTRA NAO PREVISTA;
      *    SITUACAO P=PENDENTE A=APROVADA R=REJEITADA
       FD CADDIVESC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDIVESC.DAT".
       01 REGDIVESC.
                03 DV-CHAVE.
                    05 DV-ANO      PIC 9(04).
                    05 DV-MES      PIC 9(02).
                    05 DV-NUMREG   PIC 9(06).
                    05 DV-TIPO     PIC X(01).
                03 DV-PREVISTO     PIC 9(03)V99.
                03 DV-APURADO      PIC 9(03)V99.
                03 DV-QTD          PIC 9(03)V99.
                03 DV-SITUACAO     PIC X(01).
                03 DV-DATA-DEC     PIC 9(08).
                03 DV-OPERADOR     PIC X(08).

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

       FD CADFILIAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
                03 FIL-CODIGO      PIC 9(02).
                03 FIL-NOME        PIC X(30).
                03 FIL-ENDERECO    PIC X(30).

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

       FD RELESC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ESCALA.DAT".
       01 LINRELESC           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-ESC  PIC X(02) VALUE "00".
       77 ST-ERRO-DIV  PIC X(02) VALUE "00".
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 ST-ERRO-PTO  PIC X(02) VALUE "00".
       77 ST-ERRO-FIL  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-TEM-PTO    PIC 9(01) VALUE ZEROS.
       77 W-TEM-FIL    PIC 9(01) VALUE ZEROS.
       77 W-ACHOU      PIC 9(01) VALUE ZEROS.
       77 W-NUMREG     PIC 9(06) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 W-DIA        PIC 9(02) VALUE ZEROS.
       77 W-FILIAL     PIC 9(02) VALUE ZEROS.
       77 W-FIL-SEL    PIC 9(02) VALUE ZEROS.
       77 W-TURNO      PIC X(01) VALUE SPACES.
       77 W-HINI       PIC 9(04) VALUE ZEROS.
       77 W-HORAS      PIC 9(02)V9 VALUE ZEROS.
       77 W-HE-PREV    PIC 9(01)V9 VALUE ZEROS.
       77 W-TU-IX      PIC 9(01) VALUE ZEROS.
       77 W-LIMITE-SEM PIC 9(02)V9 VALUE 44.
       77 W-LIMITE-HE  PIC 9(01)V9 VALUE 2.
       77 W-DESCANSO   PIC 9(04) VALUE 660.
       77 W-MIN-INI    PIC 9(05) VALUE ZEROS.
       77 W-MIN-FIM    PIC 9(05) VALUE ZEROS.
       77 W-MIN-ANT    PIC 9(05) VALUE ZEROS.
       77 W-MIN-DESC   PIC S9(05) VALUE ZEROS.
       77 W-HH         PIC 9(02) VALUE ZEROS.
       77 W-MM         PIC 9(02) VALUE ZEROS.
       77 W-SOMA-SEM   PIC 9(03)V9 VALUE ZEROS.
       77 W-SEM-IX     PIC 9(01) VALUE ZEROS.
       77 W-FIM-MES    PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(04) VALUE ZEROS.
       77 W-DIASEM     PIC 9(01) VALUE ZEROS.
       77 W-DIA-IX     PIC 9(01) VALUE ZEROS.
       77 W-ZM         PIC 9(02) VALUE ZEROS.
       77 W-ZA         PIC 9(04) VALUE ZEROS.
       77 W-ZJ         PIC 9(02) VALUE ZEROS.
       77 W-ZK         PIC 9(02) VALUE ZEROS.
       77 W-ZT1        PIC S9(04) VALUE ZEROS.
       77 W-ZT2        PIC S9(04) VALUE ZEROS.
       77 W-ZT3        PIC S9(04) VALUE ZEROS.
       77 W-ZH         PIC S9(04) VALUE ZEROS.
       77 W-PLAN-DIAS  PIC 9(03)V99 VALUE ZEROS.
       77 W-PLAN-HE    PIC 9(03)V99 VALUE ZEROS.
       77 W-PLAN-HORAS PIC 9(03)V9 VALUE ZEROS.
       77 W-APUR-DIAS  PIC 9(03)V99 VALUE ZEROS.
       77 W-APUR-HE    PIC 9(03)V99 VALUE ZEROS.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-PREVISTO   PIC 9(03)V99 VALUE ZEROS.
       77 W-APURADO    PIC 9(03)V99 VALUE ZEROS.
       77 W-QTD        PIC 9(03)V99 VALUE ZEROS.
       77 W-QTD-DIAS   PIC 9(02) VALUE ZEROS.
       77 W-QTD-LIN    PIC 9(05) VALUE ZEROS.
       77 W-QTD-DIV    PIC 9(05) VALUE ZEROS.
       77 W-QTD-PEND   PIC 9(05) VALUE ZEROS.
       77 W-MASC-HOR   PIC Z9,9.
       77 W-MASC-QTD   PIC ZZ9,99.

       01 W-HOJE8.
           03 W-HJ-ANO        PIC 9(04).
           03 W-HJ-MES        PIC 9(02).
           03 W-HJ-DIA        PIC 9(02).
       01 W-HOJE8-N REDEFINES W-HOJE8 PIC 9(08).
       01 W-DATA-ESC.
           03 W-DE-ANO        PIC 9(04).
           03 W-DE-MES        PIC 9(02).
           03 W-DE-DIA        PIC 9(02).
       01 W-DATA-ESC-N REDEFINES W-DATA-ESC PIC 9(08).
       01 W-DATA-TRAB.
           03 W-DT-ANO        PIC 9(04).
           03 W-DT-MES        PIC 9(02).
           03 W-DT-DIA        PIC 9(02).
       01 W-DATA-TRAB-N REDEFINES W-DATA-TRAB PIC 9(08).
       01 W-CHAVE-AUD.
           03 W-CA-NUMREG     PIC 9(06).
           03 W-CA-ANO        PIC 9(04).
           03 W-CA-MES        PIC 9(02).
           03 W-CA-DIA        PIC 9(02).
           03 W-CA-TIPO       PIC X(01).

      *    TURNOS: M=MANHA T=TARDE N=NOITE P=PLANTAO 12 HORAS
      *    (INICIO HHMM E DURACAO PADRAO)
       01 TAB-TURNO-V.
           03 FILLER          PIC X(08) VALUE "M0700060".
           03 FILLER          PIC X(08) VALUE "T1300060".
           03 FILLER          PIC X(08) VALUE "N1900120".
           03 FILLER          PIC X(08) VALUE "P0700120".
       01 TAB-TURNO REDEFINES TAB-TURNO-V.
           03 TT-ITEM OCCURS 4 TIMES.
               05 TT-COD      PIC X(01).
               05 TT-HINI     PIC 9(04).
               05 TT-HORAS    PIC 9(02)V9.

       01 LINSEP.
           03 FILLER          PIC X(78) VALUE ALL "-".
       01 LINESC-CAB.
           03 FILLER          PIC X(27)
              VALUE "ESCALA DE TURNOS - MES/ANO ".
           03 LE-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LE-ANO          PIC 9(04).
       01 LINESC-FIL.
           03 FILLER          PIC X(08) VALUE "FILIAL: ".
           03 LE-FILIAL       PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-FIL-NOME     PIC X(30).
       01 LINESC-CAB2.
           03 FILLER          PIC X(40)
              VALUE "REGIST NOME                           DI".
           03 FILLER          PIC X(38)
              VALUE "A TURNO INICIO HORAS HE PREV".
       01 LINESC-DET.
           03 LE-NUMREG       PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-NOME         PIC X(30).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LE-DIA          PIC 9(02).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LE-TURNO        PIC X(01).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LE-HINI         PIC 99B99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LE-HORAS        PIC Z9,9.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LE-HE           PIC 9,9.
       01 LINDIV-CAB.
           03 FILLER          PIC X(40)
              VALUE "CONFRONTO ESCALA X PONTO - MES/ANO      ".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
       01 LINDIV-CAB2.
           03 FILLER          PIC X(40)
              VALUE "REGIST NOME                           DI".
           03 FILLER          PIC X(38)
              VALUE "VERGENCIA     PREVISTO APURADO SIT".
       01 LINDIV-DET.
           03 LD-NUMREG       PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-NOME         PIC X(30).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-TIPO         PIC X(16).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-PREVISTO     PIC ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-APURADO      PIC ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-SIT          PIC X(01).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ESC-OP0.
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
       ESC-OP1.
           OPEN I-O CADESCALA
           IF ST-ERRO-ESC NOT = "00"
               IF ST-ERRO-ESC = "30"
                   OPEN OUTPUT CADESCALA
                   CLOSE CADESCALA
                   DISPLAY "* ARQUIVO CADESCALA SENDO CRIADO *"
                   GO TO ESC-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESCALA"
                   CLOSE CADFUN
                   GO TO ROT-FIM.
       ESC-OP2.
           OPEN I-O CADDIVESC
           IF ST-ERRO-DIV NOT = "00"
               IF ST-ERRO-DIV = "30"
                   OPEN OUTPUT CADDIVESC
                   CLOSE CADDIVESC
                   DISPLAY "* ARQUIVO CADDIVESC SENDO CRIADO *"
                   GO TO ESC-OP2
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDIVESC"
                   CLOSE CADFUN CADESCALA
                   GO TO ROT-FIM.
           OPEN OUTPUT RELESC
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESCALA"
               CLOSE CADFUN CADESCALA CADDIVESC
               GO TO ROT-FIM.
      *    PONTO DIGITADO NO PROGR17T
           MOVE 1 TO W-TEM-PTO
           OPEN I-O CADPONTO
           IF ST-ERRO-PTO NOT = "00"
               MOVE ZEROS TO W-TEM-PTO.
           MOVE 1 TO W-TEM-FIL
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL NOT = "00"
               MOVE ZEROS TO W-TEM-FIL.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       ESC-MENU.
           DISPLAY " "
           DISPLAY "ESCALA DE TURNOS"
           DISPLAY "OPCAO (E=ESCALAR I=IMPRIMIR POR FILIAL C=CONFRONTO"
                   " COM O PONTO A=APROVAR DIVERGENCIAS F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO ESC-FIM.
           IF W-OPCAO = "E" OR "e"
               GO TO ENT-001.
           IF W-OPCAO = "I" OR "i"
               GO TO IMP-001.
           IF W-OPCAO = "C" OR "c"
               GO TO CNF-001.
           IF W-OPCAO = "A" OR "a"
               GO TO APR-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO ESC-MENU.
      *
       ESC-COMPET.
           DISPLAY "MES DA ESCALA (MM): "
           ACCEPT W-MES
           DISPLAY "ANO DA ESCALA (AAAA): "
           ACCEPT W-ANO
           IF W-MES < 1 OR W-MES > 12 OR W-ANO = ZEROS
               DISPLAY "MES/ANO INVALIDO"
               GO TO ESC-COMPET.
       ESC-COMPET-FIM.
           EXIT.
      *
      *****************************************
      * LANCAMENTO DA ESCALA: UM DIA POR VEZ,  *
      * COM FILIAL, TURNO, INICIO, HORAS E     *
      * HORA EXTRA PREVISTA (T=F APAGA O DIA)  *
      *****************************************
      *
       ENT-001.
           IF W-PERFIL = "C"
               DISPLAY "* OPERADOR SEM PERMISSAO DE ALTERACAO *"
               GO TO ESC-MENU.
           DISPLAY "NUMERO DE REGISTRO DO FUNCIONARIO (0=VOLTAR): "
           ACCEPT W-NUMREG
           IF W-NUMREG = ZEROS
               GO TO ESC-MENU.
           MOVE W-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
               GO TO ENT-001.
           IF ANODEM NOT = ZEROS OR STATUS-REG = "I"
               DISPLAY "*** FUNCIONARIO DEMITIDO OU INATIVO ***"
               GO TO ENT-001.
           DISPLAY NOME
           PERFORM ESC-COMPET THRU ESC-COMPET-FIM
           PERFORM ENT-LISTA THRU ENT-LISTA-FIM.
       ENT-DIA.
           DISPLAY "DIA (0=ENCERRAR): "
           ACCEPT W-DIA
           IF W-DIA = ZEROS
               GO TO ENT-001.
           MOVE W-ANO TO W-DT-ANO
           MOVE W-MES TO W-DT-MES
           PERFORM MES-FIM THRU MES-FIM-FIM
           IF W-DIA > W-FIM-MES
               DISPLAY "DIA INVALIDO"
               GO TO ENT-DIA.
           MOVE W-ANO TO W-DE-ANO
           MOVE W-MES TO W-DE-MES
           MOVE W-DIA TO W-DE-DIA
           MOVE W-NUMREG     TO ES-NUMREG
           MOVE W-DATA-ESC-N TO ES-DATA
           READ CADESCALA
           IF ST-ERRO-ESC = "00"
               MOVE ES-HORAS TO W-MASC-HOR
               DISPLAY "ATUAL: FILIAL " ES-FILIAL " TURNO " ES-TURNO
                       " INICIO " ES-HINI " HORAS " W-MASC-HOR
               MOVE 1 TO W-ACHOU
           ELSE
               MOVE ZEROS TO W-ACHOU.
       ENT-TURNO.
           DISPLAY "TURNO (M=MANHA T=TARDE N=NOITE P=PLANTAO 12H "
                   "F=FOLGA): "
           ACCEPT W-TURNO
           IF W-TURNO = "m" MOVE "M" TO W-TURNO.
           IF W-TURNO = "t" MOVE "T" TO W-TURNO.
           IF W-TURNO = "n" MOVE "N" TO W-TURNO.
           IF W-TURNO = "p" MOVE "P" TO W-TURNO.
           IF W-TURNO = "f" MOVE "F" TO W-TURNO.
           IF W-TURNO = "F"
               GO TO ENT-FOLGA.
           MOVE 1 TO W-TU-IX.
       ENT-TURNO-BUSCA.
           IF TT-COD(W-TU-IX) = W-TURNO
               GO TO ENT-FILIAL.
           IF W-TU-IX = 4
               DISPLAY "*** TURNO INVALIDO ***"
               GO TO ENT-TURNO.
           ADD 1 TO W-TU-IX
           GO TO ENT-TURNO-BUSCA.
       ENT-FILIAL.
           DISPLAY "FILIAL: "
           ACCEPT W-FILIAL
           IF W-FILIAL = ZEROS
               DISPLAY "FILIAL NAO PODE SER ZERO"
               GO TO ENT-FILIAL.
           IF W-TEM-FIL = 1
               MOVE W-FILIAL TO FIL-CODIGO
               READ CADFILIAL
               IF ST-ERRO-FIL NOT = "00"
                   DISPLAY "*** FILIAL NAO CADASTRADA ***"
                   GO TO ENT-FILIAL.
           MOVE TT-HINI(W-TU-IX)  TO W-HINI
           MOVE TT-HORAS(W-TU-IX) TO W-HORAS
           MOVE W-HORAS TO W-MASC-HOR
           DISPLAY "INICIO HHMM (0=" W-HINI "): "
           ACCEPT W-HINI
           IF W-HINI = ZEROS
               MOVE TT-HINI(W-TU-IX) TO W-HINI.
           DIVIDE W-HINI BY 100 GIVING W-HH REMAINDER W-MM
           IF W-HH > 23 OR W-MM > 59
               DISPLAY "*** HORARIO INVALIDO ***"
               GO TO ENT-FILIAL.
           DISPLAY "HORAS DO TURNO (0=" W-MASC-HOR "): "
           ACCEPT W-HORAS
           IF W-HORAS = ZEROS
               MOVE TT-HORAS(W-TU-IX) TO W-HORAS.
           IF W-HORAS > 12
               DISPLAY "*** TURNO ACIMA DE 12 HORAS ***"
               GO TO ENT-FILIAL.
           DISPLAY "HORA EXTRA PREVISTA NO DIA (H,H): "
           ACCEPT W-HE-PREV
           IF W-HE-PREV > W-LIMITE-HE
               DISPLAY "*** HORA EXTRA ACIMA DE 2 HORAS NO DIA ***"
               GO TO ENT-FILIAL.
           PERFORM VAL-DESCANSO THRU VAL-DESCANSO-FIM
           IF W-ACHOU = 9
               GO TO ENT-DIA-REL.
           PERFORM VAL-SEMANA THRU VAL-SEMANA-FIM
           IF W-SOMA-SEM > W-LIMITE-SEM
               MOVE W-SOMA-SEM TO W-MASC-QTD
               DISPLAY "*** SEMANA COM " W-MASC-QTD
                       " HORAS - LIMITE DE 44 HORAS ***"
               GO TO ENT-DIA-REL.
      *    RELE O DIA (AS VALIDACOES USAM O MESMO REGISTRO)
           MOVE W-NUMREG     TO ES-NUMREG
           MOVE W-DATA-ESC-N TO ES-DATA
           READ CADESCALA
           IF ST-ERRO-ESC = "00"
               MOVE 1 TO W-ACHOU
           ELSE
               MOVE ZEROS TO W-ACHOU.
           MOVE W-NUMREG     TO ES-NUMREG
           MOVE W-DATA-ESC-N TO ES-DATA
           MOVE W-FILIAL     TO ES-FILIAL
           MOVE W-TURNO      TO ES-TURNO
           MOVE W-HINI       TO ES-HINI
           MOVE W-HORAS      TO ES-HORAS
           MOVE W-HE-PREV    TO ES-HE-PREV
           MOVE W-HOJE8-N    TO ES-DATA-INC
           MOVE W-OPERADOR   TO ES-OPERADOR
           IF W-ACHOU = 1
               REWRITE REGESCALA
           ELSE
               WRITE REGESCALA.
           IF ST-ERRO-ESC NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADESCALA"
               GO TO ESC-FIM.
           MOVE "ESCALA"    TO AU-OPERACAO
           MOVE SPACES      TO AU-MOTIVO
           MOVE W-TURNO     TO AU-MOTIVO
           PERFORM AUD-ESCALA THRU AUD-ESCALA-FIM
           DISPLAY "*** DIA ESCALADO ***"
           GO TO ENT-DIA.
       ENT-DIA-REL.
           MOVE ZEROS TO W-ACHOU
           GO TO ENT-DIA.
      *
       ENT-FOLGA.
           IF W-ACHOU NOT = 1
               DISPLAY "*** DIA JA ESTA DE FOLGA ***"
               GO TO ENT-DIA.
           DELETE CADESCALA
           IF ST-ERRO-ESC NOT = "00"
               DISPLAY "ERRO NA EXCLUSAO DO ARQUIVO CADESCALA"
               GO TO ESC-FIM.
           MOVE "FOLGA"     TO AU-OPERACAO
           MOVE SPACES      TO AU-MOTIVO
           PERFORM AUD-ESCALA THRU AUD-ESCALA-FIM
           DISPLAY "*** DIA RETIRADO DA ESCALA ***"
           GO TO ENT-DIA.
      *
       ENT-LISTA.
           MOVE W-NUMREG TO ES-NUMREG
           MOVE W-ANO    TO ES-ANO
           MOVE W-MES    TO ES-MES
           MOVE ZEROS    TO ES-DIA
           START CADESCALA KEY IS NOT LESS THAN ES-CHAVE
           IF ST-ERRO-ESC NOT = "00"
               GO TO ENT-LISTA-FIM.
       ENT-LISTA-LER.
           READ CADESCALA NEXT RECORD
           IF ST-ERRO-ESC NOT = "00"
               GO TO ENT-LISTA-FIM.
           IF ES-NUMREG NOT = W-NUMREG OR ES-ANO NOT = W-ANO OR
              ES-MES NOT = W-MES
               GO TO ENT-LISTA-FIM.
           MOVE ES-HORAS TO W-MASC-HOR
           DISPLAY "DIA " ES-DIA " FILIAL " ES-FILIAL " TURNO "
                   ES-TURNO " INICIO " ES-HINI " HORAS " W-MASC-HOR
           GO TO ENT-LISTA-LER.
       ENT-LISTA-FIM.
           MOVE "00" TO ST-ERRO-ESC.
      *
      *****************************************
      * DESCANSO MINIMO DE 11 HORAS ENTRE O    *
      * FIM DE UMA JORNADA E O INICIO DA       *
      * SEGUINTE (DIA ANTERIOR E POSTERIOR)    *
      *****************************************
      *
       VAL-DESCANSO.
           MOVE ZEROS TO W-ACHOU
           COMPUTE W-MIN-INI = (W-HH * 60) + W-MM
           COMPUTE W-MIN-FIM = W-MIN-INI + ((W-HORAS + W-HE-PREV) * 60)
           MOVE W-DATA-ESC-N TO W-DATA-TRAB-N
           PERFORM DAT-ANTERIOR THRU DAT-ANTERIOR-FIM
           MOVE W-NUMREG      TO ES-NUMREG
           MOVE W-DATA-TRAB-N TO ES-DATA
           READ CADESCALA
           IF ST-ERRO-ESC NOT = "00"
               GO TO VAL-DESCANSO-POS.
           DIVIDE ES-HINI BY 100 GIVING W-ZM REMAINDER W-ZK
           COMPUTE W-MIN-ANT = (W-ZM * 60) + W-ZK +
                   ((ES-HORAS + ES-HE-PREV) * 60)
           COMPUTE W-MIN-DESC = 1440 + W-MIN-INI - W-MIN-ANT
           IF W-MIN-DESC < W-DESCANSO
               DISPLAY "*** MENOS DE 11 HORAS DE DESCANSO APOS O "
                       "DIA " W-DT-DIA "/" W-DT-MES " ***"
               MOVE 9 TO W-ACHOU
               GO TO VAL-DESCANSO-FIM.
       VAL-DESCANSO-POS.
           MOVE W-DATA-ESC-N TO W-DATA-TRAB-N
           PERFORM DAT-SEGUINTE THRU DAT-SEGUINTE-FIM
           MOVE W-NUMREG      TO ES-NUMREG
           MOVE W-DATA-TRAB-N TO ES-DATA
           READ CADESCALA
           IF ST-ERRO-ESC NOT = "00"
               GO TO VAL-DESCANSO-FIM.
           DIVIDE ES-HINI BY 100 GIVING W-ZM REMAINDER W-ZK
           COMPUTE W-MIN-DESC = 1440 + (W-ZM * 60) + W-ZK - W-MIN-FIM
           IF W-MIN-DESC < W-DESCANSO
               DISPLAY "*** MENOS DE 11 HORAS DE DESCANSO ANTES DO "
                       "DIA " W-DT-DIA "/" W-DT-MES " ***"
               MOVE 9 TO W-ACHOU.
       VAL-DESCANSO-FIM.
           MOVE "00" TO ST-ERRO-ESC.
      *
      *****************************************
      * HORAS DA SEMANA (DOMINGO A SABADO) DO  *
      * DIA ESCALADO, SEM A HORA EXTRA         *
      *****************************************
      *
       VAL-SEMANA.
           MOVE ZEROS TO W-SOMA-SEM
           MOVE W-DATA-ESC-N TO W-DATA-TRAB-N
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           MOVE W-DIA-IX TO W-SEM-IX.
       VAL-SEMANA-VOLTA.
           IF W-SEM-IX = 1
               GO TO VAL-SEMANA-SOMA.
           PERFORM DAT-ANTERIOR THRU DAT-ANTERIOR-FIM
           SUBTRACT 1 FROM W-SEM-IX
           GO TO VAL-SEMANA-VOLTA.
       VAL-SEMANA-SOMA.
           IF W-DATA-TRAB-N = W-DATA-ESC-N
               ADD W-HORAS TO W-SOMA-SEM
               GO TO VAL-SEMANA-PROX.
           MOVE W-NUMREG      TO ES-NUMREG
           MOVE W-DATA-TRAB-N TO ES-DATA
           READ CADESCALA
           IF ST-ERRO-ESC = "00"
               ADD ES-HORAS TO W-SOMA-SEM.
       VAL-SEMANA-PROX.
           IF W-SEM-IX = 7
               GO TO VAL-SEMANA-FIM.
           ADD 1 TO W-SEM-IX
           PERFORM DAT-SEGUINTE THRU DAT-SEGUINTE-FIM
           GO TO VAL-SEMANA-SOMA.
       VAL-SEMANA-FIM.
           MOVE "00" TO ST-ERRO-ESC.
      *
      *****************************************
      * IMPRESSAO DA ESCALA DO MES POR FILIAL  *
      * (FILIAL 0 = TODAS DO CADFILIAL)        *
      *****************************************
      *
       IMP-001.
           PERFORM ESC-COMPET THRU ESC-COMPET-FIM
           DISPLAY "FILIAL (0=TODAS): "
           ACCEPT W-FIL-SEL
           MOVE ZEROS TO W-QTD-LIN
           MOVE W-MES TO LE-MES
           MOVE W-ANO TO LE-ANO
           MOVE LINESC-CAB TO LINRELESC
           WRITE LINRELESC
           MOVE LINSEP TO LINRELESC
           WRITE LINRELESC
           IF W-FIL-SEL NOT = ZEROS
               MOVE W-FIL-SEL TO W-FILIAL
               PERFORM IMP-FILIAL THRU IMP-FILIAL-FIM
               GO TO IMP-FIM.
           IF W-TEM-FIL NOT = 1
               DISPLAY "*** CADFILIAL AUSENTE - INFORME A FILIAL ***"
               GO TO ESC-MENU.
           MOVE ZEROS TO FIL-CODIGO
           START CADFILIAL KEY IS NOT LESS THAN FIL-CODIGO
           IF ST-ERRO-FIL NOT = "00"
               GO TO IMP-FIM.
       IMP-FIL-LER.
           READ CADFILIAL NEXT RECORD
           IF ST-ERRO-FIL NOT = "00"
               GO TO IMP-FIM.
           MOVE FIL-CODIGO TO W-FILIAL
           PERFORM IMP-FILIAL THRU IMP-FILIAL-FIM
      *    REPOSICIONA O CADFILIAL APOS A LEITURA DA DESCRICAO
           MOVE W-FILIAL TO FIL-CODIGO
           START CADFILIAL KEY IS GREATER THAN FIL-CODIGO
           IF ST-ERRO-FIL NOT = "00"
               GO TO IMP-FIM.
           GO TO IMP-FIL-LER.
       IMP-FIM.
           MOVE "00" TO ST-ERRO-FIL
           DISPLAY "*** " W-QTD-LIN " DIAS ESCALADOS - GRAVADO EM "
                   "ESCALA.DAT ***"
           GO TO ESC-MENU.
      *
       IMP-FILIAL.
           MOVE ZEROS TO W-QTD-DIAS
           MOVE W-FILIAL TO LE-FILIAL
           MOVE SPACES TO LE-FIL-NOME
           IF W-TEM-FIL = 1
               MOVE W-FILIAL TO FIL-CODIGO
               READ CADFILIAL
               IF ST-ERRO-FIL = "00"
                   MOVE FIL-NOME TO LE-FIL-NOME.
           MOVE ZEROS TO ES-CHAVE
           START CADESCALA KEY IS NOT LESS THAN ES-CHAVE
           IF ST-ERRO-ESC NOT = "00"
               GO TO IMP-FILIAL-SAI.
       IMP-FILIAL-LER.
           READ CADESCALA NEXT RECORD
           IF ST-ERRO-ESC NOT = "00"
               GO TO IMP-FILIAL-SAI.
           IF ES-FILIAL NOT = W-FILIAL OR ES-ANO NOT = W-ANO OR
              ES-MES NOT = W-MES
               GO TO IMP-FILIAL-LER.
           IF W-QTD-DIAS = ZEROS
               MOVE LINESC-FIL TO LINRELESC
               WRITE LINRELESC
               MOVE LINESC-CAB2 TO LINRELESC
               WRITE LINRELESC.
           ADD 1 TO W-QTD-DIAS W-QTD-LIN
           MOVE ES-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE SPACES TO NOME.
           MOVE ES-NUMREG  TO LE-NUMREG
           MOVE NOME       TO LE-NOME
           MOVE ES-DIA     TO LE-DIA
           MOVE ES-TURNO   TO LE-TURNO
           MOVE ES-HINI    TO LE-HINI
           MOVE ES-HORAS   TO LE-HORAS
           MOVE ES-HE-PREV TO LE-HE
           MOVE LINESC-DET TO LINRELESC
           WRITE LINRELESC
           GO TO IMP-FILIAL-LER.
       IMP-FILIAL-SAI.
           MOVE "00" TO ST-ERRO-ESC ST-ERRO-FUN
           IF W-QTD-DIAS NOT = ZEROS
               MOVE LINSEP TO LINRELESC
               WRITE LINRELESC.
       IMP-FILIAL-FIM.
           EXIT.
      *
      *****************************************
      * CONFRONTO DO MES: DIAS E HORAS EXTRAS  *
      * DA ESCALA CONTRA O CADPONTO; CADA      *
      * DIVERGENCIA FICA PENDENTE NO CADDIVESC *
      *****************************************
      *
       CNF-001.
           PERFORM ESC-COMPET THRU ESC-COMPET-FIM
           MOVE ZEROS TO W-QTD-DIV
           MOVE W-MES TO LD-MES
           MOVE W-ANO TO LD-ANO
           MOVE LINDIV-CAB TO LINRELESC
           WRITE LINRELESC
           MOVE LINDIV-CAB2 TO LINRELESC
           WRITE LINRELESC
           MOVE LINSEP TO LINRELESC
           WRITE LINRELESC
           MOVE ZEROS TO NUMREG
           START CADFUN KEY IS NOT LESS THAN NUMREG
           IF ST-ERRO-FUN NOT = "00"
               GO TO CNF-FIM.
       CNF-LER.
           READ CADFUN NEXT RECORD
           IF ST-ERRO-FUN NOT = "00"
               GO TO CNF-FIM.
           IF STATUS-REG = "I"
               GO TO CNF-LER.
           PERFORM CNF-PLANO THRU CNF-PLANO-FIM
           IF W-PLAN-DIAS = ZEROS
               GO TO CNF-LER.
           MOVE ZEROS TO W-APUR-DIAS W-APUR-HE
           IF W-TEM-PTO = 1
               MOVE NUMREG TO PT-NUMREG
               MOVE W-ANO  TO PT-ANO
               MOVE W-MES  TO PT-MES
               READ CADPONTO
               IF ST-ERRO-PTO = "00"
                   MOVE PT-DIAS-TRAB TO W-APUR-DIAS
                   COMPUTE W-APUR-HE = PT-HE50 + PT-HE100.
           MOVE "00" TO ST-ERRO-PTO
      *    DIAS TRABALHADOS FORA DA ESCALA
           MOVE "D" TO W-TIPO
           MOVE W-PLAN-DIAS TO W-PREVISTO
           MOVE W-APUR-DIAS TO W-APURADO
           MOVE ZEROS TO W-QTD
           IF W-APUR-DIAS > W-PLAN-DIAS
               COMPUTE W-QTD = W-APUR-DIAS - W-PLAN-DIAS.
           PERFORM CNF-GRAVA THRU CNF-GRAVA-FIM
      *    DIAS ESCALADOS SEM PONTO
           MOVE "F" TO W-TIPO
           MOVE ZEROS TO W-QTD
           IF W-APUR-DIAS < W-PLAN-DIAS
               COMPUTE W-QTD = W-PLAN-DIAS - W-APUR-DIAS.
           PERFORM CNF-GRAVA THRU CNF-GRAVA-FIM
      *    HORA EXTRA ALEM DA PREVISTA NA ESCALA
           MOVE "H" TO W-TIPO
           MOVE W-PLAN-HE TO W-PREVISTO
           MOVE W-APUR-HE TO W-APURADO
           MOVE ZEROS TO W-QTD
           IF W-APUR-HE > W-PLAN-HE
               COMPUTE W-QTD = W-APUR-HE - W-PLAN-HE.
           PERFORM CNF-GRAVA THRU CNF-GRAVA-FIM
           GO TO CNF-LER.
       CNF-FIM.
           MOVE "00" TO ST-ERRO-FUN
           DISPLAY "*** " W-QTD-DIV " DIVERGENCIA(S) - GRAVADO EM "
                   "ESCALA.DAT ***"
           DISPLAY "APROVE OU REJEITE CADA UMA (OPCAO A) ANTES DA "
                   "FOLHA"
           GO TO ESC-MENU.
      *
       CNF-PLANO.
           MOVE ZEROS TO W-PLAN-DIAS W-PLAN-HE
           MOVE NUMREG TO ES-NUMREG
           MOVE W-ANO  TO ES-ANO
           MOVE W-MES  TO ES-MES
           MOVE ZEROS  TO ES-DIA
           START CADESCALA KEY IS NOT LESS THAN ES-CHAVE
           IF ST-ERRO-ESC NOT = "00"
               GO TO CNF-PLANO-FIM.
       CNF-PLANO-LER.
           READ CADESCALA NEXT RECORD
           IF ST-ERRO-ESC NOT = "00"
               GO TO CNF-PLANO-FIM.
           IF ES-NUMREG NOT = NUMREG OR ES-ANO NOT = W-ANO OR
              ES-MES NOT = W-MES
               GO TO CNF-PLANO-FIM.
           ADD 1 TO W-PLAN-DIAS
           ADD ES-HE-PREV TO W-PLAN-HE
           GO TO CNF-PLANO-LER.
       CNF-PLANO-FIM.
           MOVE "00" TO ST-ERRO-ESC.
      *
      *    DIVERGENCIA JA DECIDIDA COM A MESMA QUANTIDADE E MANTIDA;
      *    A QUE DEIXOU DE EXISTIR E APAGADA SE AINDA PENDENTE
       CNF-GRAVA.
           MOVE W-ANO    TO DV-ANO
           MOVE W-MES    TO DV-MES
           MOVE NUMREG   TO DV-NUMREG
           MOVE W-TIPO   TO DV-TIPO
           READ CADDIVESC
           IF ST-ERRO-DIV = "00"
               MOVE 1 TO W-ACHOU
           ELSE
               MOVE ZEROS TO W-ACHOU.
           MOVE "00" TO ST-ERRO-DIV
           IF W-QTD = ZEROS
               IF W-ACHOU = 1 AND DV-SITUACAO = "P"
                   DELETE CADDIVESC
                   GO TO CNF-GRAVA-FIM
               ELSE
                   GO TO CNF-GRAVA-FIM.
           IF W-ACHOU = 1 AND DV-QTD = W-QTD
               GO TO CNF-GRAVA-REL.
           MOVE W-PREVISTO TO DV-PREVISTO
           MOVE W-APURADO  TO DV-APURADO
           MOVE W-QTD      TO DV-QTD
           MOVE "P"        TO DV-SITUACAO
           MOVE ZEROS      TO DV-DATA-DEC
           MOVE SPACES     TO DV-OPERADOR
           IF W-ACHOU = 1
               REWRITE REGDIVESC
           ELSE
               WRITE REGDIVESC.
       CNF-GRAVA-REL.
           ADD 1 TO W-QTD-DIV
           PERFORM DIV-LINHA THRU DIV-LINHA-FIM
           MOVE LINDIV-DET TO LINRELESC
           WRITE LINRELESC.
       CNF-GRAVA-FIM.
           EXIT.
      *
       DIV-LINHA.
           MOVE DV-NUMREG   TO LD-NUMREG
           MOVE NOME        TO LD-NOME
           IF DV-TIPO = "D"
               MOVE "DIAS FORA ESCALA" TO LD-TIPO.
           IF DV-TIPO = "F"
               MOVE "DIAS FALTANTES"   TO LD-TIPO.
           IF DV-TIPO = "H"
               MOVE "HE NAO PREVISTA"  TO LD-TIPO.
           MOVE DV-PREVISTO TO LD-PREVISTO
           MOVE DV-APURADO  TO LD-APURADO
           MOVE DV-SITUACAO TO LD-SIT.
       DIV-LINHA-FIM.
           EXIT.
      *
      *****************************************
      * APROVACAO PELO GESTOR: APROVADA, O     *
      * PONTO VALE COMO DIGITADO; REJEITADA, O *
      * PONTO E CORRIGIDO PARA A ESCALA        *
      *****************************************
      *
       APR-001.
           IF W-PERFIL NOT = "A" AND W-PERFIL NOT = SPACE
               DISPLAY "* APROVACAO SOMENTE PARA O SUPERVISOR *"
               GO TO ESC-MENU.
           PERFORM ESC-COMPET THRU ESC-COMPET-FIM
           MOVE ZEROS TO W-QTD-PEND
           MOVE W-ANO TO DV-ANO
           MOVE W-MES TO DV-MES
           MOVE ZEROS TO DV-NUMREG
           MOVE SPACES TO DV-TIPO
           START CADDIVESC KEY IS NOT LESS THAN DV-CHAVE
           IF ST-ERRO-DIV NOT = "00"
               GO TO APR-FIM.
       APR-LER.
           READ CADDIVESC NEXT RECORD
           IF ST-ERRO-DIV NOT = "00"
               GO TO APR-FIM.
           IF DV-ANO NOT = W-ANO OR DV-MES NOT = W-MES
               GO TO APR-FIM.
           IF DV-SITUACAO NOT = "P"
               GO TO APR-LER.
           MOVE DV-NUMREG TO NUMREG
           READ CADFUN
           IF ST-ERRO-FUN NOT = "00"
               MOVE SPACES TO NOME.
           PERFORM DIV-LINHA THRU DIV-LINHA-FIM
           DISPLAY LINDIV-DET.
       APR-002.
           DISPLAY "A=APROVAR R=REJEITAR P=PULAR V=VOLTAR: "
           ACCEPT W-OPCAO
           IF W-OPCAO = "V" OR "v"
               GO TO APR-FIM.
           IF W-OPCAO = "P" OR "p"
               ADD 1 TO W-QTD-PEND
               GO TO APR-LER.
           IF W-OPCAO = "A" OR "a"
               MOVE "A" TO DV-SITUACAO
               MOVE "APROVA DIV" TO AU-OPERACAO
               GO TO APR-GRAVA.
           IF W-OPCAO NOT = "R" AND W-OPCAO NOT = "r"
               GO TO APR-002.
           IF W-TEM-PTO NOT = 1
               DISPLAY "*** CADPONTO AUSENTE - SO E POSSIVEL APROVAR"
                       " ***"
               GO TO APR-002.
           MOVE "R" TO DV-SITUACAO
           MOVE "REJEITA DV" TO AU-OPERACAO
           PERFORM APR-PONTO THRU APR-PONTO-FIM.
       APR-GRAVA.
           MOVE W-HOJE8-N  TO DV-DATA-DEC
           MOVE W-OPERADOR TO DV-OPERADOR
           REWRITE REGDIVESC
           IF ST-ERRO-DIV NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADDIVESC"
               GO TO ESC-FIM.
           MOVE DV-NUMREG TO W-CA-NUMREG
           MOVE DV-ANO    TO W-CA-ANO
           MOVE DV-MES    TO W-CA-MES
           MOVE ZEROS     TO W-CA-DIA
           MOVE DV-TIPO   TO W-CA-TIPO
           MOVE DV-QTD    TO W-MASC-QTD
           MOVE SPACES    TO AU-MOTIVO
           STRING LD-TIPO " " W-MASC-QTD DELIMITED BY SIZE
                  INTO AU-MOTIVO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
           GO TO APR-LER.
       APR-FIM.
           MOVE "00" TO ST-ERRO-DIV ST-ERRO-FUN
           IF W-QTD-PEND NOT = ZEROS
               DISPLAY "*** " W-QTD-PEND " DIVERGENCIA(S) AINDA "
                       "PENDENTE(S) - A FOLHA NAO RODA ***".
           GO TO ESC-MENU.
      *
      *    CORRECAO DO PONTO PARA A ESCALA NA REJEICAO
       APR-PONTO.
           MOVE DV-NUMREG TO PT-NUMREG
           MOVE DV-ANO    TO PT-ANO
           MOVE DV-MES    TO PT-MES
           READ CADPONTO
           IF ST-ERRO-PTO NOT = "00"
               MOVE DV-NUMREG TO PT-NUMREG
               MOVE DV-ANO    TO PT-ANO
               MOVE DV-MES    TO PT-MES
               MOVE ZEROS TO PT-DIAS-TRAB PT-HE50 PT-HE100
                             PT-DIAS-FALTA
               MOVE ZEROS TO W-ACHOU
           ELSE
               MOVE 1 TO W-ACHOU.
           MOVE DV-QTD TO W-QTD-DIAS
           IF DV-TIPO = "D"
               SUBTRACT W-QTD-DIAS FROM PT-DIAS-TRAB.
           IF DV-TIPO = "F"
               ADD W-QTD-DIAS TO PT-DIAS-TRAB
               IF PT-DIAS-FALTA > W-QTD-DIAS
                   SUBTRACT W-QTD-DIAS FROM PT-DIAS-FALTA
               ELSE
                   MOVE ZEROS TO PT-DIAS-FALTA.
           IF DV-TIPO = "H"
               PERFORM APR-PONTO-HE THRU APR-PONTO-HE-FIM.
           IF W-ACHOU = 1
               REWRITE REGPONTO
           ELSE
               WRITE REGPONTO.
           MOVE "00" TO ST-ERRO-PTO.
       APR-PONTO-FIM.
           EXIT.
      *
      *    A HORA EXTRA NAO PREVISTA SAI PRIMEIRO DA DE 50%
       APR-PONTO-HE.
           MOVE DV-QTD TO W-QTD
           IF PT-HE50 NOT < W-QTD
               SUBTRACT W-QTD FROM PT-HE50
               GO TO APR-PONTO-HE-FIM.
           SUBTRACT PT-HE50 FROM W-QTD
           MOVE ZEROS TO PT-HE50
           IF PT-HE100 NOT < W-QTD
               SUBTRACT W-QTD FROM PT-HE100
           ELSE
               MOVE ZEROS TO PT-HE100.
       APR-PONTO-HE-FIM.
           EXIT.
      *
      *****************************************
      * ROTINAS DE DATA                        *
      *****************************************
      *
       DAT-ANTERIOR.
           IF W-DT-DIA > 1
               SUBTRACT 1 FROM W-DT-DIA
               GO TO DAT-ANTERIOR-FIM.
           IF W-DT-MES > 1
               SUBTRACT 1 FROM W-DT-MES
           ELSE
               MOVE 12 TO W-DT-MES
               SUBTRACT 1 FROM W-DT-ANO.
           PERFORM MES-FIM THRU MES-FIM-FIM
           MOVE W-FIM-MES TO W-DT-DIA.
       DAT-ANTERIOR-FIM.
           EXIT.
      *
       DAT-SEGUINTE.
           PERFORM MES-FIM THRU MES-FIM-FIM
           IF W-DT-DIA < W-FIM-MES
               ADD 1 TO W-DT-DIA
               GO TO DAT-SEGUINTE-FIM.
           MOVE 1 TO W-DT-DIA
           IF W-DT-MES < 12
               ADD 1 TO W-DT-MES
           ELSE
               MOVE 1 TO W-DT-MES
               ADD 1 TO W-DT-ANO.
       DAT-SEGUINTE-FIM.
           EXIT.
      *
      *    ULTIMO DIA DO MES DE W-DATA-TRAB
       MES-FIM.
           MOVE 31 TO W-FIM-MES
           IF W-DT-MES = 4 OR 6 OR 9 OR 11
               MOVE 30 TO W-FIM-MES.
           IF W-DT-MES NOT = 2
               GO TO MES-FIM-FIM.
           MOVE 28 TO W-FIM-MES
           DIVIDE W-DT-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               GO TO MES-FIM-FIM.
           MOVE 29 TO W-FIM-MES
           DIVIDE W-DT-ANO BY 100 GIVING W-QUOC
                  REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               GO TO MES-FIM-FIM.
           DIVIDE W-DT-ANO BY 400 GIVING W-QUOC
                  REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
               MOVE 28 TO W-FIM-MES.
       MES-FIM-FIM.
           EXIT.
      *
      *****************************************
      * DIA DA SEMANA DE W-DATA-TRAB (ZELLER)  *
      * 1=DOMINGO 2=SEGUNDA ... 7=SABADO       *
      *****************************************
      *
       DIA-SEMANA.
           IF W-DT-MES < 3
               COMPUTE W-ZM = W-DT-MES + 12
               COMPUTE W-ZA = W-DT-ANO - 1
           ELSE
               MOVE W-DT-MES TO W-ZM
               MOVE W-DT-ANO TO W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = (13 * (W-ZM + 1)) / 5
           COMPUTE W-ZT2 = W-ZK / 4
           COMPUTE W-ZT3 = W-ZJ / 4
           COMPUTE W-ZH = W-DT-DIA + W-ZT1 + W-ZK + W-ZT2 +
                          W-ZT3 - (2 * W-ZJ) + 700
           DIVIDE W-ZH BY 7 GIVING W-ZT1 REMAINDER W-DIASEM
           IF W-DIASEM = 0
               MOVE 7 TO W-DIA-IX
           ELSE
               MOVE W-DIASEM TO W-DIA-IX.
       DIA-SEMANA-FIM.
           EXIT.
      *
       AUD-ESCALA.
           MOVE W-NUMREG TO W-CA-NUMREG
           MOVE W-ANO    TO W-CA-ANO
           MOVE W-MES    TO W-CA-MES
           MOVE W-DIA    TO W-CA-DIA
           MOVE SPACE    TO W-CA-TIPO
           PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       AUD-ESCALA-FIM.
           EXIT.
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR89T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           MOVE W-CHAVE-AUD TO AU-CHAVE
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
       ESC-FIM.
           CLOSE CADFUN CADESCALA CADDIVESC RELESC AUDITLOG
           IF W-TEM-PTO = 1
               CLOSE CADPONTO.
           IF W-TEM-FIL = 1
               CLOSE CADFILIAL.
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
