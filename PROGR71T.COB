       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR71T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * GRADE HORARIA SEMANAL POR TURMA:   *
      * DIA, AULA, DISCIPLINA E SALA, SEM  *
      * CHOQUE DE SALA NEM DE TURMA, COM   *
      * IMPRESSAO POR TURMA E POR SALA     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS GR-CHAVE-SALA.
      *
      *-----------------------------------------------------------------
           SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-ERRO-TUR.
      *
      *-----------------------------------------------------------------
           SELECT RELGRADE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADTURMA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTURMA.DAT".
       01 REGTURMA.
                03 TU-CHAVE.
                    05 TU-CURSO     PIC 9(02).
                    05 TU-ANOLETIVO PIC 9(04).
                    05 TU-SEMESTRE  PIC 9(01).
                    05 TU-TURMA     PIC X(05).
                03 TU-VAGAS        PIC 9(03).
                03 TU-SALA         PIC X(10).

       FD RELGRADE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-RELNOME.
       01 LINRELGRADE         PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-TUR  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-TUR-OK     PIC 9(01) VALUE ZEROS.
       77 W-RELNOME    PIC X(12) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-EXISTE     PIC 9(01) VALUE ZEROS.
       77 W-TOT-REG    PIC 9(04) VALUE ZEROS.
       77 W-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-SEMEST     PIC 9(01) VALUE ZEROS.
       77 W-TURMA      PIC X(05) VALUE SPACES.
       77 W-DIA        PIC 9(01) VALUE ZEROS.
       77 W-PERIODO    PIC 9(01) VALUE ZEROS.
       77 W-CURSO      PIC 9(02) VALUE ZEROS.
       77 W-SALA-ANT   PIC X(10) VALUE SPACES.
       77 W-TURMA-ATU  PIC X(05) VALUE SPACES.
       77 W-SALA-ATU   PIC X(10) VALUE SPACES.
       77 W-MAX-PER    PIC 9(01) VALUE ZEROS.
       77 W-IP         PIC 9(02) COMP VALUE ZEROS.
       77 W-ID         PIC 9(02) COMP VALUE ZEROS.
       01 W-REGGRADE   PIC X(41) VALUE SPACES.
       01 W-CHAVE-NOVA PIC X(12) VALUE SPACES.

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

      *    QUADRO DA TURMA: 9 AULAS X SEGUNDA A SABADO
       01 TABQUADRO.
           03 TQ-AULA OCCURS 9 TIMES.
              05 TQ-DISC    PIC X(10) OCCURS 6 TIMES.

       01 LINCABT.
           03 FILLER          PIC X(07) VALUE "TURMA: ".
           03 LC-TURMA        PIC X(05).
           03 FILLER          PIC X(08) VALUE "  CURSO ".
           03 LC-CURSO        PIC 9(02).
           03 FILLER          PIC X(06) VALUE "  ANO ".
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-SEM          PIC 9(01).
       01 LINCABQ.
           03 FILLER          PIC X(38)
              VALUE "AULA SEGUNDA    TERCA      QUARTA     ".
           03 FILLER          PIC X(33)
              VALUE "QUINTA     SEXTA      SABADO".
       01 LINQUADRO.
           03 LQ-AULA         PIC 9(01).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LQ-CEL OCCURS 6 TIMES.
              05 LQ-DISC      PIC X(10).
              05 FILLER       PIC X(01).
       01 LINCABS.
           03 FILLER          PIC X(06) VALUE "SALA: ".
           03 LS-SALA         PIC X(10).
           03 FILLER          PIC X(06) VALUE "  ANO ".
           03 LS-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 LS-SEM          PIC 9(01).
       01 LINCABS2.
           03 FILLER          PIC X(40)
              VALUE "DIA      AULA  TURMA  CURSO  DISCIPLINA".
       01 LINSALA.
           03 LS-DIA          PIC X(07).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LS-AULA         PIC 9(01).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LS-TURMA        PIC X(05).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LS-CURSO        PIC 9(02).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LS-DISC         PIC X(10).
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       GRA-OP0.
           OPEN I-O CADGRADE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADGRADE
                   CLOSE CADGRADE
                   DISPLAY "* ARQUIVO CADGRADE SENDO CRIADO *"
                   GO TO GRA-OP0
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADGRADE"
                   GO TO ROT-FIM.
      *    AS TURMAS SAO MANTIDAS NO PROGR25T
           MOVE ZEROS TO W-TUR-OK
           OPEN INPUT CADTURMA
           IF ST-ERRO-TUR = "00"
               MOVE 1 TO W-TUR-OK.
      *
       GRA-MENU.
           DISPLAY " "
           DISPLAY "GRADE HORARIA DAS TURMAS"
           DISPLAY "OPCAO (M=MANUTENCAO E=EXCLUIR T=POR TURMA "
                   "S=POR SALA F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO GRA-FIM.
           IF W-OPCAO = "M" OR "m"
               GO TO GRA-001.
           IF W-OPCAO = "E" OR "e"
               GO TO GRA-EXC.
           IF W-OPCAO = "T" OR "t"
               GO TO GRA-TURMA.
           IF W-OPCAO = "S" OR "s"
               GO TO GRA-SALA.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO GRA-MENU.
      *
      *****************************************
      * INCLUSAO/ALTERACAO DE AULA NA GRADE    *
      *****************************************
      *
       GRA-001.
           PERFORM GRA-CHAVE THRU GRA-CHAVE-FIM
           IF W-ANOLET = ZEROS
               GO TO GRA-MENU.
           READ CADGRADE
           IF ST-ERRO = "00"
               MOVE 1 TO W-EXISTE
               MOVE GR-SALA TO W-SALA-ANT
               DISPLAY "HORARIO DA TURMA JA OCUPADO - DISCIPLINA: "
                       GR-DISCIPLINA " SALA: " GR-SALA
               DISPLAY "ALTERAR (S/N)? "
               ACCEPT W-OPCAO
               IF W-OPCAO NOT = "S" AND "s"
                   GO TO GRA-MENU
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE ZEROS TO W-EXISTE
               MOVE SPACES TO W-SALA-ANT
               PERFORM GRA-CHAVE-MV THRU GRA-CHAVE-MV-FIM
               MOVE ZEROS TO GR-CURSO
               MOVE SPACES TO GR-DISCIPLINA GR-SALA.
       GRA-002.
           DISPLAY "CURSO DA TURMA: "
           ACCEPT GR-CURSO
           IF GR-CURSO = ZEROS
               DISPLAY "CURSO NAO PODE SER ZERO"
               GO TO GRA-002.
           IF W-TUR-OK NOT = 1
               GO TO GRA-003.
           MOVE GR-CURSO     TO TU-CURSO
           MOVE GR-ANOLETIVO TO TU-ANOLETIVO
           MOVE GR-SEMESTRE  TO TU-SEMESTRE
           MOVE GR-TURMA     TO TU-TURMA
           READ CADTURMA
           IF ST-ERRO-TUR NOT = "00"
               DISPLAY "*** TURMA NAO CADASTRADA EM CADTURMA ***"
               GO TO GRA-MENU.
           IF GR-SALA = SPACES
               MOVE TU-SALA TO GR-SALA.
       GRA-003.
           DISPLAY "DISCIPLINA: "
           ACCEPT GR-DISCIPLINA
           IF GR-DISCIPLINA = SPACES
               DISPLAY "DISCIPLINA NAO PODE SER BRANCO"
               GO TO GRA-003.
       GRA-004.
           DISPLAY "SALA (BRANCO=" GR-SALA "): "
           MOVE GR-SALA TO W-SALA-ATU
           ACCEPT GR-SALA
           IF GR-SALA = SPACES
               MOVE W-SALA-ATU TO GR-SALA.
           IF GR-SALA = SPACES
               DISPLAY "SALA NAO PODE SER BRANCO"
               GO TO GRA-004.
           MOVE GR-ANOLETIVO TO GR-ANOLET-S
           MOVE GR-SEMESTRE  TO GR-SEMEST-S
           MOVE GR-DIA       TO GR-DIA-S
           MOVE GR-PERIODO   TO GR-PERIODO-S
           PERFORM GRA-CHOQUE THRU GRA-CHOQUE-FIM
           IF W-OPCAO = "N"
               GO TO GRA-004.
       GRA-WR1.
           IF W-EXISTE = 1
               REWRITE REGGRADE
           ELSE
               WRITE REGGRADE.
           IF ST-ERRO = "00" OR "02"
               DISPLAY "*** AULA GRAVADA NA GRADE ***"
               GO TO GRA-MENU.
           IF ST-ERRO = "22"
               DISPLAY "*** SALA OU HORARIO JA OCUPADO ***"
               GO TO GRA-004.
           DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADGRADE"
           GO TO ROT-FIM.
      *
      *****************************************
      * CHOQUE DE SALA: OUTRA TURMA NA MESMA   *
      * SALA, DIA E AULA DO PERIODO LETIVO     *
      *****************************************
      *
       GRA-CHOQUE.
           MOVE "S" TO W-OPCAO
           IF W-EXISTE = 1 AND GR-SALA = W-SALA-ANT
               GO TO GRA-CHOQUE-FIM.
           MOVE REGGRADE TO W-REGGRADE
           MOVE GR-CHAVE TO W-CHAVE-NOVA
           READ CADGRADE KEY IS GR-CHAVE-SALA
           IF ST-ERRO = "00" AND GR-CHAVE NOT = W-CHAVE-NOVA
               DISPLAY "*** CHOQUE: SALA OCUPADA PELA TURMA "
                       GR-TURMA " (" GR-DISCIPLINA ") ***"
               MOVE "N" TO W-OPCAO.
           MOVE "00" TO ST-ERRO
           MOVE W-REGGRADE TO REGGRADE.
       GRA-CHOQUE-FIM.
           EXIT.
      *
      *****************************************
      * EXCLUSAO DE AULA DA GRADE              *
      *****************************************
      *
       GRA-EXC.
           PERFORM GRA-CHAVE THRU GRA-CHAVE-FIM
           IF W-ANOLET = ZEROS
               GO TO GRA-MENU.
           READ CADGRADE
           IF ST-ERRO NOT = "00"
               DISPLAY "*** AULA NAO CADASTRADA NA GRADE ***"
               GO TO GRA-MENU.
           DISPLAY "EXCLUIR " GR-DISCIPLINA " SALA " GR-SALA
                   " (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** EXCLUSAO CANCELADA ***"
               GO TO GRA-MENU.
           DELETE CADGRADE RECORD
           IF ST-ERRO = "00"
               DISPLAY "*** AULA EXCLUIDA DA GRADE ***"
               GO TO GRA-MENU.
           DISPLAY "ERRO NA EXCLUSAO DA AULA"
           GO TO ROT-FIM.
      *
      *****************************************
      * ENTRADA DA CHAVE: PERIODO, TURMA, DIA  *
      * DA SEMANA E AULA                       *
      *****************************************
      *
       GRA-CHAVE.
           DISPLAY "ANO LETIVO (AAAA, 0=VOLTAR): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
               GO TO GRA-CHAVE-FIM.
       GRA-CHAVE-SEM.
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT W-SEMEST
           IF W-SEMEST NOT = 1 AND W-SEMEST NOT = 2
               DISPLAY "SEMESTRE INVALIDO"
               GO TO GRA-CHAVE-SEM.
       GRA-CHAVE-TUR.
           DISPLAY "TURMA: "
           ACCEPT W-TURMA
           IF W-TURMA = SPACES
               DISPLAY "TURMA NAO PODE SER BRANCO"
               GO TO GRA-CHAVE-TUR.
       GRA-CHAVE-DIA.
           DISPLAY "DIA DA SEMANA (2=SEG 3=TER 4=QUA 5=QUI 6=SEX "
                   "7=SAB): "
           ACCEPT W-DIA
           IF W-DIA < 2 OR W-DIA > 7
               DISPLAY "DIA INVALIDO"
               GO TO GRA-CHAVE-DIA.
       GRA-CHAVE-PER.
           DISPLAY "AULA DO DIA (1 A 9): "
           ACCEPT W-PERIODO
           IF W-PERIODO = ZEROS
               DISPLAY "AULA INVALIDA"
               GO TO GRA-CHAVE-PER.
           PERFORM GRA-CHAVE-MV THRU GRA-CHAVE-MV-FIM.
       GRA-CHAVE-FIM.
           EXIT.
       GRA-CHAVE-MV.
           MOVE W-ANOLET  TO GR-ANOLETIVO
           MOVE W-SEMEST  TO GR-SEMESTRE
           MOVE W-TURMA   TO GR-TURMA
           MOVE W-DIA     TO GR-DIA
           MOVE W-PERIODO TO GR-PERIODO.
       GRA-CHAVE-MV-FIM.
           EXIT.
      *
      *****************************************
      * PERIODO LETIVO DAS IMPRESSOES          *
      *****************************************
      *
       GRA-PERIODO.
           DISPLAY "ANO LETIVO (AAAA, 0=VOLTAR): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
               GO TO GRA-PERIODO-FIM.
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT W-SEMEST
           IF W-SEMEST NOT = 1 AND W-SEMEST NOT = 2
               DISPLAY "SEMESTRE INVALIDO"
               GO TO GRA-PERIODO.
       GRA-PERIODO-FIM.
           EXIT.
      *
      *****************************************
      * IMPRESSAO DO QUADRO DE CADA TURMA      *
      *****************************************
      *
       GRA-TURMA.
           PERFORM GRA-PERIODO THRU GRA-PERIODO-FIM
           IF W-ANOLET = ZEROS
               GO TO GRA-MENU.
           MOVE "GRADETUR.DAT" TO W-RELNOME
           OPEN OUTPUT RELGRADE
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO GRADETUR"
               GO TO GRA-MENU.
           MOVE ZEROS TO W-TOT-REG
           MOVE SPACES TO W-TURMA-ATU
           MOVE W-ANOLET TO GR-ANOLETIVO
           MOVE W-SEMEST TO GR-SEMESTRE
           MOVE SPACES TO GR-TURMA
           MOVE ZEROS TO GR-DIA GR-PERIODO
           START CADGRADE KEY IS NOT LESS THAN GR-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO GRA-TUR-FIM.
       GRA-TUR-LER.
           READ CADGRADE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO GRA-TUR-FIM.
           IF GR-ANOLETIVO NOT = W-ANOLET OR GR-SEMESTRE NOT = W-SEMEST
               GO TO GRA-TUR-FIM.
           IF GR-TURMA NOT = W-TURMA-ATU
               IF W-TURMA-ATU NOT = SPACES
                   PERFORM GRA-QUADRO THRU GRA-QUADRO-FIM
                   PERFORM GRA-NOVA-TURMA THRU GRA-NOVA-TURMA-FIM
               ELSE
                   PERFORM GRA-NOVA-TURMA THRU GRA-NOVA-TURMA-FIM.
           MOVE GR-PERIODO TO W-IP
           COMPUTE W-ID = GR-DIA - 1
           MOVE GR-DISCIPLINA TO TQ-DISC(W-IP, W-ID)
           IF GR-PERIODO > W-MAX-PER
               MOVE GR-PERIODO TO W-MAX-PER.
           ADD 1 TO W-TOT-REG
           GO TO GRA-TUR-LER.
       GRA-TUR-FIM.
           IF W-TURMA-ATU NOT = SPACES
               PERFORM GRA-QUADRO THRU GRA-QUADRO-FIM.
           CLOSE RELGRADE
           DISPLAY "AULAS NA GRADE: " W-TOT-REG
           DISPLAY "GRADE POR TURMA GRAVADA EM GRADETUR.DAT"
           GO TO GRA-MENU.
      *
       GRA-NOVA-TURMA.
           MOVE GR-TURMA TO W-TURMA-ATU
           MOVE GR-CURSO TO W-CURSO
           MOVE SPACES TO TABQUADRO
           MOVE ZEROS TO W-MAX-PER.
       GRA-NOVA-TURMA-FIM.
           EXIT.
      *
       GRA-QUADRO.
           MOVE SPACES TO LINRELGRADE
           WRITE LINRELGRADE
           MOVE W-TURMA-ATU TO LC-TURMA
           MOVE W-CURSO     TO LC-CURSO
           MOVE W-ANOLET    TO LC-ANO
           MOVE W-SEMEST    TO LC-SEM
           MOVE LINCABT TO LINRELGRADE
           WRITE LINRELGRADE
           MOVE LINCABQ TO LINRELGRADE
           WRITE LINRELGRADE
           MOVE 1 TO W-IP.
       GRA-QUADRO-AULA.
           IF W-IP > W-MAX-PER
               GO TO GRA-QUADRO-FIM.
           MOVE SPACES TO LINQUADRO
           MOVE W-IP TO LQ-AULA
           MOVE 1 TO W-ID.
       GRA-QUADRO-DIA.
           IF W-ID > 6
               MOVE LINQUADRO TO LINRELGRADE
               WRITE LINRELGRADE
               ADD 1 TO W-IP
               GO TO GRA-QUADRO-AULA.
           MOVE TQ-DISC(W-IP, W-ID) TO LQ-DISC(W-ID)
           ADD 1 TO W-ID
           GO TO GRA-QUADRO-DIA.
       GRA-QUADRO-FIM.
           EXIT.
      *
      *****************************************
      * IMPRESSAO DA OCUPACAO DE CADA SALA     *
      *****************************************
      *
       GRA-SALA.
           PERFORM GRA-PERIODO THRU GRA-PERIODO-FIM
           IF W-ANOLET = ZEROS
               GO TO GRA-MENU.
           MOVE "GRADESAL.DAT" TO W-RELNOME
           OPEN OUTPUT RELGRADE
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO GRADESAL"
               GO TO GRA-MENU.
           MOVE ZEROS TO W-TOT-REG
           MOVE SPACES TO W-SALA-ATU
           MOVE W-ANOLET TO GR-ANOLET-S
           MOVE W-SEMEST TO GR-SEMEST-S
           MOVE SPACES TO GR-SALA
           MOVE ZEROS TO GR-DIA-S GR-PERIODO-S
           START CADGRADE KEY IS NOT LESS THAN GR-CHAVE-SALA
           IF ST-ERRO NOT = "00"
               GO TO GRA-SAL-FIM.
       GRA-SAL-LER.
           READ CADGRADE NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO GRA-SAL-FIM.
           IF GR-ANOLET-S NOT = W-ANOLET OR GR-SEMEST-S NOT = W-SEMEST
               GO TO GRA-SAL-FIM.
           IF GR-SALA NOT = W-SALA-ATU
               MOVE GR-SALA TO W-SALA-ATU
               MOVE SPACES TO LINRELGRADE
               WRITE LINRELGRADE
               MOVE GR-SALA  TO LS-SALA
               MOVE W-ANOLET TO LS-ANO
               MOVE W-SEMEST TO LS-SEM
               MOVE LINCABS TO LINRELGRADE
               WRITE LINRELGRADE
               MOVE LINCABS2 TO LINRELGRADE
               WRITE LINRELGRADE.
           MOVE T-NOME-DIA(GR-DIA-S) TO LS-DIA
           MOVE GR-PERIODO-S  TO LS-AULA
           MOVE GR-TURMA      TO LS-TURMA
           MOVE GR-CURSO      TO LS-CURSO
           MOVE GR-DISCIPLINA TO LS-DISC
           MOVE LINSALA TO LINRELGRADE
           WRITE LINRELGRADE
           ADD 1 TO W-TOT-REG
           GO TO GRA-SAL-LER.
       GRA-SAL-FIM.
           CLOSE RELGRADE
           DISPLAY "AULAS NA GRADE: " W-TOT-REG
           DISPLAY "GRADE POR SALA GRAVADA EM GRADESAL.DAT"
           GO TO GRA-MENU.
      *
       GRA-FIM.
           CLOSE CADGRADE
           IF W-TUR-OK = 1
               CLOSE CADTURMA.
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
