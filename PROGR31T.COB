                    RECORD KEY   IS DD-CHAVE
                    FILE STATUS  IS ST-ERRO-DEP.
      *
      *-----------------------------------------------------------------
           SELECT CADGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GR-CHAVE
                    FILE STATUS  IS ST-ERRO-GRA
                    ALTERNATE RECORD KEY IS GR-CHAVE-SALA.
      *
      *-----------------------------------------------------------------
           SELECT CADOCORR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-CHAVE
                    FILE STATUS  IS ST-ERRO-OCO.
      *
      *-----------------------------------------------------------------
           SELECT RELPEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 DD-TURMA-ORIG   PIC X(05).
                03 DD-TURMA-DEST   PIC X(05).
                03 DD-DATA-INSC    PIC 9(08).

       FD CADGRADE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADGRADE.DAT".
       01 REGGRADE.
                03 GR-CHAVE.
                    05 GR-ANOLETIVO  PIC 9(04).
                    05 GR-SEMESTRE   PIC 9(01).
                    05 GR-TURMA      PIC X(05).
                    05 GR-DIA        PIC 9(01).
                    05 GR-PERIODO    PIC 9(01).
                03 GR-CHAVE-SALA.
                    05 GR-ANOLET-S   PIC 9(04).
                    05 GR-SEMEST-S   PIC 9(01).
                    05 GR-SALA       PIC X(10).
                    05 GR-DIA-S      PIC 9(01).
                    05 GR-PERIODO-S  PIC 9(01).
                03 GR-CURSO        PIC 9(02).
                03 GR-DISCIPLINA   PIC X(10).

       FD CADOCORR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADOCORR.DAT".
       01 REGOCORR.
                03 OC-CHAVE.
                    05 OC-RA       PIC 9(06).
                    05 OC-DATA     PIC 9(08).
                    05 OC-SEQ      PIC 9(02).
                03 OC-TIPO         PIC X(01).
                03 OC-GRAVIDADE    PIC X(01).
                03 OC-DESCRICAO    PIC X(60).
                03 OC-RELATOR      PIC X(30).
                03 OC-MEDIDA       PIC X(40).
                03 OC-SUSP-INI     PIC 9(08).
                03 OC-SUSP-FIM     PIC 9(08).
                03 OC-ANOLETIVO    PIC 9(04).
                03 OC-SEMESTRE     PIC 9(01).
                03 OC-TURMA        PIC X(05).
                03 OC-CARTA        PIC X(01).
                03 OC-DATA-CARTA   PIC 9(08).
                03 OC-OPERADOR     PIC X(08).

       FD RELPEND
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CHAMPEND.DAT".
       01 LINRELPEND          PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-TOT-FALT   PIC 9(03) VALUE ZEROS.
       77 ST-ERRO-DEP  PIC X(02) VALUE "00".
       77 W-TEM-DEP    PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-GRA  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-GRA-OK     PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-OCO  PIC X(02) VALUE "00".
       77 W-OCO-OK     PIC 9(01) VALUE ZEROS.
       77 W-SUSP-RA    PIC 9(06) VALUE ZEROS.
       77 W-SUSPENSO   PIC 9(01) VALUE ZEROS.
       77 W-GR-TEM     PIC 9(01) VALUE ZEROS.
       77 W-GR-PREV    PIC 9(01) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-CH-ACHOU   PIC 9(01) VALUE ZEROS.
       77 W-TOT-PEND   PIC 9(05) VALUE ZEROS.
       77 W-DIA-IX     PIC 9(01) VALUE ZEROS.
       77 W-DIASEM     PIC 9(01) VALUE ZEROS.
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
       01 W-DATA-SER.
           03 W-ANO-SER    PIC 9(04).
           03 W-MES-SER    PIC 9(02).
           03 W-DIA-SER    PIC 9(02).
       01 W-DATA-SER-N REDEFINES W-DATA-SER PIC 9(08).
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
           03 T-NOME-DIA   PIC X(07) OCCURS 7 TIMES.

       01 LINCABP.
           03 FILLER          PIC X(40)
              VALUE "CHAMADAS PENDENTES PELA GRADE HORARIA - ".
           03 LP-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 LP-SEM          PIC 9(01).
       01 LINCABP2.
           03 FILLER          PIC X(46)
              VALUE "DATA      DIA      AULA  TURMA  DISCIPLINA  SA".
           03 FILLER          PIC X(02) VALUE "LA".
       01 LINPEND.
           03 LP-DATA         PIC 9(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LP-DIA          PIC X(07).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LP-AULA         PIC 9(01).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LP-TURMA        PIC X(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LP-DISC         PIC X(10).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LP-SALA         PIC X(10).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
           OPEN INPUT CADDEPDIS
           IF ST-ERRO-DEP NOT = "00"
               MOVE ZEROS TO W-TEM-DEP.
      *    A GRADE HORARIA E MANTIDA NO PROGR71T
           MOVE ZEROS TO W-GRA-OK
           OPEN INPUT CADGRADE
           IF ST-ERRO-GRA = "00"
               MOVE 1 TO W-GRA-OK.
      *    SUSPENSOES LANCADAS NO PROGR76T
           MOVE ZEROS TO W-OCO-OK
           OPEN INPUT CADOCORR
           IF ST-ERRO-OCO = "00"
               MOVE 1 TO W-OCO-OK.
      *
       CHA-MENU.
           DISPLAY " "
           DISPLAY "CHAMADA DIARIA"
           DISPLAY "OPCAO (C=CHAMADA P=CHAMADAS PENDENTES F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO CHA-FIM.
           IF W-OPCAO = "C" OR "c"
               GO TO CHA-001.
           IF W-OPCAO = "P" OR "p"
               GO TO PEN-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO CHA-MENU.
      *
       CHA-001.
           DISPLAY " "
           DISPLAY "DATA DA AULA (AAAAMMDD, 0=VOLTAR): "
           ACCEPT W-DATA
           IF W-DATA = ZEROS
               GO TO CHA-MENU.
       CHA-002.
           DISPLAY "DISCIPLINA: "
           ACCEPT W-DISC
           IF W-TURMA = SPACES
               DISPLAY "TURMA NAO PODE SER BRANCO"
               GO TO CHA-004.
           PERFORM CHA-GRADE THRU CHA-GRADE-FIM
           IF W-GR-TEM = 1 AND W-GR-PREV = ZEROS
               DISPLAY "* DISCIPLINA SEM AULA NA GRADE DA TURMA NESTE "
                       "DIA *"
               DISPLAY "CONFIRMA A CHAMADA (S/N)? "
               ACCEPT W-OPCAO
               IF W-OPCAO NOT = "S" AND "s"
                   GO TO CHA-001.
           MOVE ZEROS TO W-TOT-PRES W-TOT-FALT
           MOVE ZEROS TO RA ANOLETIVO SEMESTRE CURSO
           START CADMATRIC KEY IS NOT LESS THAN CHAVEMAT
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               MOVE "ALUNO NAO CADASTRADO" TO NOME-A.
           MOVE RA TO W-SUSP-RA
           PERFORM OCO-SUSPENSO THRU OCO-SUSPENSO-FIM
           IF W-SUSPENSO = 1
               DISPLAY RA " " NOME-A " *** SUSPENSO(A) - FALTA ***"
               MOVE "F" TO W-PRES
               GO TO CHA-GRAVA.
       CHA-PRES.
           DISPLAY RA " " NOME-A " (P/F): "
           ACCEPT W-PRES
           IF W-PRES NOT = "P" AND "p" AND "F" AND "f"
               DISPLAY "USE P=PRESENTE OU F=FALTA"
               GO TO CHA-PRES.
       CHA-GRAVA.
           MOVE W-DATA  TO CH-DATA
           MOVE W-DISC  TO CH-DISCIPLINA
           MOVE W-TURMA TO CH-TURMA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               MOVE "ALUNO NAO CADASTRADO" TO NOME-A.
           MOVE DD-RA TO W-SUSP-RA
           PERFORM OCO-SUSPENSO THRU OCO-SUSPENSO-FIM
           IF W-SUSPENSO = 1
               DISPLAY DD-RA " " NOME-A
                       " *** SUSPENSO(A) - FALTA ***"
               MOVE "F" TO W-PRES
               GO TO CHA-DEP-GRAVA.
       CHA-DEP-PRES.
           DISPLAY DD-RA " " NOME-A " DEPENDENCIA (P/F): "
           ACCEPT W-PRES
           IF W-PRES NOT = "P" AND "p" AND "F" AND "f"
               DISPLAY "USE P=PRESENTE OU F=FALTA"
               GO TO CHA-DEP-PRES.
       CHA-DEP-GRAVA.
           MOVE W-DATA  TO CH-DATA
           MOVE W-DISC  TO CH-DISCIPLINA
           MOVE W-TURMA TO CH-TURMA
       CHA-RESUMO2.
           DISPLAY "PRESENTES: " W-TOT-PRES "  FALTAS: " W-TOT-FALT
           GO TO CHA-001.
      *
      *****************************************
      * AULA PREVISTA NA GRADE DA TURMA PARA O *
      * DIA DA SEMANA DA DATA INFORMADA        *
      *****************************************
      *
       CHA-GRADE.
           MOVE ZEROS TO W-GR-TEM W-GR-PREV
           IF W-GRA-OK NOT = 1
               GO TO CHA-GRADE-FIM.
           MOVE W-DATA TO W-DATA-SER-N
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           MOVE W-ANOLET TO GR-ANOLETIVO
           MOVE W-SEMEST TO GR-SEMESTRE
           MOVE W-TURMA  TO GR-TURMA
           MOVE ZEROS TO GR-DIA GR-PERIODO
           START CADGRADE KEY IS NOT LESS THAN GR-CHAVE
           IF ST-ERRO-GRA NOT = "00"
               GO TO CHA-GRADE-FIM.
       CHA-GRADE-LER.
           READ CADGRADE NEXT RECORD
           IF ST-ERRO-GRA NOT = "00"
               GO TO CHA-GRADE-FIM.
           IF GR-ANOLETIVO NOT = W-ANOLET OR
              GR-SEMESTRE NOT = W-SEMEST OR GR-TURMA NOT = W-TURMA
               GO TO CHA-GRADE-FIM.
           MOVE 1 TO W-GR-TEM
           IF GR-DIA = W-DIA-IX AND GR-DISCIPLINA = W-DISC
               MOVE 1 TO W-GR-PREV
               GO TO CHA-GRADE-FIM.
           GO TO CHA-GRADE-LER.
       CHA-GRADE-FIM.
           EXIT.
      *
      *****************************************
      * CHAMADAS PENDENTES: AULAS PREVISTAS NA *
      * GRADE SEM NENHUMA CHAMADA REGISTRADA   *
      *****************************************
      *
       PEN-001.
           IF W-GRA-OK NOT = 1
               DISPLAY "GRADE HORARIA NAO CADASTRADA"
               GO TO CHA-MENU.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT W-SEMEST
           IF W-ANOLET = ZEROS OR
              (W-SEMEST NOT = 1 AND W-SEMEST NOT = 2)
               DISPLAY "PERIODO INVALIDO"
               GO TO CHA-MENU.
       PEN-002.
           DISPLAY "DATA INICIAL (AAAAMMDD): "
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL   (AAAAMMDD): "
           ACCEPT W-DATA-FIM
           IF W-DATA-INI = ZEROS OR W-DATA-FIM < W-DATA-INI
               DISPLAY "INTERVALO DE DATAS INVALIDO"
               GO TO PEN-002.
           MOVE W-DATA-INI TO W-DATA-SER-N
           IF W-MES-SER < 1 OR W-MES-SER > 12 OR W-DIA-SER < 1
                                            OR W-DIA-SER > 31
               DISPLAY "DATA INICIAL INVALIDA"
               GO TO PEN-002.
           OPEN OUTPUT RELPEND
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CHAMPEND"
               GO TO CHA-MENU.
           MOVE W-ANOLET TO LP-ANO
           MOVE W-SEMEST TO LP-SEM
           MOVE LINCABP TO LINRELPEND
           WRITE LINRELPEND
           MOVE LINCABP2 TO LINRELPEND
           WRITE LINRELPEND
           MOVE ZEROS TO W-TOT-PEND.
       PEN-DIA.
           IF W-DATA-SER-N > W-DATA-FIM
               GO TO PEN-FIM.
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           MOVE W-ANOLET TO GR-ANOLETIVO
           MOVE W-SEMEST TO GR-SEMESTRE
           MOVE SPACES TO GR-TURMA
           MOVE ZEROS TO GR-DIA GR-PERIODO
           START CADGRADE KEY IS NOT LESS THAN GR-CHAVE
           IF ST-ERRO-GRA NOT = "00"
               GO TO PEN-PROX.
       PEN-LER.
           READ CADGRADE NEXT RECORD
           IF ST-ERRO-GRA NOT = "00"
               GO TO PEN-PROX.
           IF GR-ANOLETIVO NOT = W-ANOLET OR GR-SEMESTRE NOT = W-SEMEST
               GO TO PEN-PROX.
           IF GR-DIA NOT = W-DIA-IX
               GO TO PEN-LER.
           PERFORM PEN-CHAMADA THRU PEN-CHAMADA-FIM
           IF W-CH-ACHOU = 1
               GO TO PEN-LER.
           MOVE W-DATA-SER-N  TO LP-DATA
           MOVE T-NOME-DIA(W-DIA-IX) TO LP-DIA
           MOVE GR-PERIODO    TO LP-AULA
           MOVE GR-TURMA      TO LP-TURMA
           MOVE GR-DISCIPLINA TO LP-DISC
           MOVE GR-SALA       TO LP-SALA
           MOVE LINPEND TO LINRELPEND
           WRITE LINRELPEND
           ADD 1 TO W-TOT-PEND
           GO TO PEN-LER.
       PEN-PROX.
           PERFORM DATA-SOMA THRU DATA-SOMA-FIM
           GO TO PEN-DIA.
       PEN-FIM.
           CLOSE RELPEND
           DISPLAY "AULAS SEM CHAMADA: " W-TOT-PEND
           DISPLAY "LISTAGEM GRAVADA EM CHAMPEND.DAT"
           GO TO CHA-MENU.
      *
       PEN-CHAMADA.
           MOVE ZEROS TO W-CH-ACHOU
           MOVE W-DATA-SER-N  TO CH-DATA
           MOVE GR-DISCIPLINA TO CH-DISCIPLINA
           MOVE GR-TURMA      TO CH-TURMA
           MOVE ZEROS         TO CH-RA
           START CADCHAMADA KEY IS NOT LESS THAN CH-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO PEN-CHAMADA-FIM.
           READ CADCHAMADA NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO PEN-CHAMADA-FIM.
           IF CH-DATA = W-DATA-SER-N AND
              CH-DISCIPLINA = GR-DISCIPLINA AND CH-TURMA = GR-TURMA
               MOVE 1 TO W-CH-ACHOU.
       PEN-CHAMADA-FIM.
           EXIT.
      *
      *****************************************
      * DIA DA SEMANA DE W-DATA-SER (ZELLER)   *
      * 1=DOMINGO 2=SEGUNDA ... 7=SABADO       *
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
      *****************************************
      * ALUNO W-SUSP-RA COM SUSPENSAO QUE      *
      * ABRANGE W-DATA (W-SUSPENSO = 1)        *
      *****************************************
      *
       OCO-SUSPENSO.
           MOVE ZEROS TO W-SUSPENSO
           IF W-OCO-OK NOT = 1
               GO TO OCO-SUSPENSO-FIM.
           MOVE W-SUSP-RA TO OC-RA
           MOVE ZEROS TO OC-DATA OC-SEQ
           START CADOCORR KEY IS NOT LESS THAN OC-CHAVE
           IF ST-ERRO-OCO NOT = "00"
               GO TO OCO-SUSPENSO-FIM.
       OCO-SUSPENSO-LER.
           READ CADOCORR NEXT RECORD
           IF ST-ERRO-OCO NOT = "00"
               GO TO OCO-SUSPENSO-FIM.
           IF OC-RA NOT = W-SUSP-RA OR OC-DATA > W-DATA
               GO TO OCO-SUSPENSO-FIM.
           IF OC-TIPO = "S" AND OC-SUSP-INI NOT > W-DATA
                            AND OC-SUSP-FIM NOT < W-DATA
               MOVE 1 TO W-SUSPENSO
               GO TO OCO-SUSPENSO-FIM.
           GO TO OCO-SUSPENSO-LER.
       OCO-SUSPENSO-FIM.
           MOVE "00" TO ST-ERRO-OCO.
      *
       CHA-FIM.
           CLOSE CADCHAMADA CADMATRIC CADALUNO
           IF W-TEM-DEP = 1
               CLOSE CADDEPDIS.
           IF W-GRA-OK = 1
               CLOSE CADGRADE.
           IF W-OCO-OK = 1
               CLOSE CADOCORR.
           GO TO ROT-FIMP.
      *
      **********************
