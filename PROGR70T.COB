       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR70T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * REGRAS DE AVALIACAO POR CURSO, COM *
      * EXCECAO OPCIONAL POR DISCIPLINA:   *
      * PESOS DOS BIMESTRES, MEDIA MINIMA, *
      * FORMA DA RECUPERACAO, LIMITE DE    *
      * FALTAS E ARREDONDAMENTO. USADAS NA *
      * DIGITACAO (PNOTA1), NO BOLETIM     *
      * (PNOTA2), NO FECHAMENTO (PROGR29T) *
      * E NA ESTATISTICA (PROGR34T)        *
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
           SELECT CADREGAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT RELREGRA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
           SELECT AUDITLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.
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

       FD CADREGAV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREGAV.DAT".
       01 REGREGAV.
                03 RV-CHAVE.
                    05 RV-CURSO      PIC 9(02).
                    05 RV-DISCIPLINA PIC X(10).
                03 RV-PESO1        PIC 9(02).
                03 RV-PESO2        PIC 9(02).
                03 RV-MEDIA-MIN    PIC 9(02)V9.
                03 RV-TIPO-REC     PIC X(01).
                03 RV-TOT-AULAS    PIC 9(03).
                03 RV-PERC-FAL     PIC 9(03).
                03 RV-ARRED        PIC X(01).
                03 RV-DATA-ALT     PIC 9(08).
                03 RV-OPERADOR     PIC X(08).

       FD RELREGRA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "REGRAAV.DAT".
       01 LINRELREGRA         PIC X(80).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-EXISTE     PIC 9(01) VALUE ZEROS.
       77 W-TOT-REG    PIC 9(04) VALUE ZEROS.
       77 W-CURSO      PIC 9(02) VALUE ZEROS.
       77 W-DISCIPLINA PIC X(10) VALUE SPACES.
       77 W-MASC-MED   PIC Z9,9.

       01 LINCAB1.
           03 FILLER          PIC X(40)
              VALUE "CURSO DISCIPLINA PESOS  MEDIA REC AULAS ".
           03 FILLER          PIC X(30)
              VALUE "%FALT ARRED ALTERADA  OPERADOR".
       01 LINDET.
           03 LD-CURSO        PIC 9(02).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LD-DISC         PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-PESO1        PIC Z9.
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-PESO2        PIC Z9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-MEDIA        PIC Z9,9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-REC          PIC X(01).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-AULAS        PIC ZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-PERC         PIC ZZ9.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 LD-ARRED        PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-DATA         PIC 9(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-OPER         PIC X(08).
       01 LINLEG1.
           03 FILLER          PIC X(60) VALUE
              "REC: M=MEDIA COM A NOTA3  S=NOTA3 SUBSTITUI A MEDIA".
       01 LINLEG2.
           03 FILLER          PIC X(60) VALUE
              "ARRED: T=TRUNCA  A=ARREDONDA 1 CASA  M=MEIO PONTO".
       01 LINLEG3.
           03 FILLER          PIC X(60) VALUE
              "DISCIPLINA EM BRANCO = REGRA GERAL DO CURSO".
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       RGR-OP0.
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
       RGR-OP1.
           OPEN I-O CADREGAV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADREGAV
                   CLOSE CADREGAV
                   DISPLAY "* ARQUIVO CADREGAV SENDO CRIADO *"
                   GO TO RGR-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREGAV"
                   GO TO ROT-FIM.
           OPEN EXTEND AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               OPEN OUTPUT AUDITLOG.
      *
       RGR-MENU.
           DISPLAY " "
           DISPLAY "REGRAS DE AVALIACAO POR CURSO/DISCIPLINA"
           DISPLAY "OPCAO (M=MANUTENCAO E=EXCLUIR L=LISTAGEM F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO RGR-FIM.
           IF W-OPCAO = "M" OR "m"
               GO TO RGR-001.
           IF W-OPCAO = "E" OR "e"
               GO TO RGR-EXC.
           IF W-OPCAO = "L" OR "l"
               GO TO RGR-LISTA.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO RGR-MENU.
      *
      *****************************************
      * INCLUSAO/ALTERACAO DE REGRA            *
      *****************************************
      *
       RGR-001.
           PERFORM RGR-CHAVE THRU RGR-CHAVE-FIM
           IF W-CURSO = ZEROS
               GO TO RGR-MENU.
           READ CADREGAV
           IF ST-ERRO = "00"
               MOVE 1 TO W-EXISTE
               MOVE RV-MEDIA-MIN TO W-MASC-MED
               DISPLAY "REGRA JA CADASTRADA - PESOS " RV-PESO1 "/"
                       RV-PESO2 " MEDIA " W-MASC-MED
               DISPLAY "   REC " RV-TIPO-REC " AULAS " RV-TOT-AULAS
                       " FALTAS " RV-PERC-FAL "% ARRED " RV-ARRED
               DISPLAY "ALTERAR (S/N)? "
               ACCEPT W-OPCAO
               IF W-OPCAO NOT = "S" AND "s"
                   GO TO RGR-MENU
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE ZEROS TO W-EXISTE
               PERFORM RGR-CHAVE-MV THRU RGR-CHAVE-MV-FIM
               MOVE 01  TO RV-PESO1 RV-PESO2
               MOVE 6,0 TO RV-MEDIA-MIN
               MOVE "M" TO RV-TIPO-REC
               MOVE 080 TO RV-TOT-AULAS
               MOVE 025 TO RV-PERC-FAL
               MOVE "T" TO RV-ARRED.
       RGR-002.
           DISPLAY "PESO DA NOTA1 (BIMESTRE 1): "
           ACCEPT RV-PESO1
           DISPLAY "PESO DA NOTA2 (BIMESTRE 2): "
           ACCEPT RV-PESO2
           IF RV-PESO1 = ZEROS AND RV-PESO2 = ZEROS
               DISPLAY "OS DOIS PESOS NAO PODEM SER ZERO"
               GO TO RGR-002.
       RGR-003.
           DISPLAY "MEDIA MINIMA PARA APROVACAO (NN,N): "
           ACCEPT RV-MEDIA-MIN
           IF RV-MEDIA-MIN = ZEROS OR RV-MEDIA-MIN > 10,0
               DISPLAY "MEDIA MINIMA DEVE SER DE 0,1 A 10,0"
               GO TO RGR-003.
       RGR-004.
           DISPLAY "RECUPERACAO (M=MEDIA COM A NOTA3 "
                   "S=NOTA3 SUBSTITUI A MEDIA): "
           ACCEPT RV-TIPO-REC
           IF RV-TIPO-REC = "m"
               MOVE "M" TO RV-TIPO-REC.
           IF RV-TIPO-REC = "s"
               MOVE "S" TO RV-TIPO-REC.
           IF RV-TIPO-REC NOT = "M" AND RV-TIPO-REC NOT = "S"
               DISPLAY "USE M OU S"
               GO TO RGR-004.
       RGR-005.
           DISPLAY "TOTAL DE AULAS DA DISCIPLINA: "
           ACCEPT RV-TOT-AULAS
           IF RV-TOT-AULAS = ZEROS
               DISPLAY "TOTAL DE AULAS NAO PODE SER ZERO"
               GO TO RGR-005.
           DISPLAY "LIMITE DE FALTAS (% DAS AULAS): "
           ACCEPT RV-PERC-FAL
           IF RV-PERC-FAL = ZEROS OR RV-PERC-FAL > 100
               DISPLAY "PERCENTUAL DEVE SER DE 1 A 100"
               GO TO RGR-005.
       RGR-006.
           DISPLAY "ARREDONDAMENTO DA MEDIA (T=TRUNCA "
                   "A=1 CASA M=MEIO PONTO): "
           ACCEPT RV-ARRED
           IF RV-ARRED = "t"
               MOVE "T" TO RV-ARRED.
           IF RV-ARRED = "a"
               MOVE "A" TO RV-ARRED.
           IF RV-ARRED = "m"
               MOVE "M" TO RV-ARRED.
           IF RV-ARRED NOT = "T" AND RV-ARRED NOT = "A"
                                 AND RV-ARRED NOT = "M"
               DISPLAY "USE T, A OU M"
               GO TO RGR-006.
       RGR-WR1.
           ACCEPT RV-DATA-ALT FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO RV-OPERADOR
           IF W-EXISTE = 1
               REWRITE REGREGAV
           ELSE
               WRITE REGREGAV.
           IF ST-ERRO = "00" OR "02"
               MOVE "REGRA-AVAL" TO AU-OPERACAO
               MOVE RV-CHAVE     TO AU-CHAVE
               MOVE SPACES       TO AU-MOTIVO
               STRING "PESOS " RV-PESO1 "/" RV-PESO2 " MIN "
                      RV-MEDIA-MIN " REC " RV-TIPO-REC
                      " ARR " RV-ARRED
                      DELIMITED BY SIZE INTO AU-MOTIVO
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
               DISPLAY "*** REGRA GRAVADA ***"
               GO TO RGR-MENU.
           DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADREGAV"
           GO TO ROT-FIM.
      *
      *****************************************
      * EXCLUSAO DE REGRA (O CURSO OU A        *
      * DISCIPLINA VOLTA PARA A REGRA GERAL)   *
      *****************************************
      *
       RGR-EXC.
           PERFORM RGR-CHAVE THRU RGR-CHAVE-FIM
           IF W-CURSO = ZEROS
               GO TO RGR-MENU.
           READ CADREGAV
           IF ST-ERRO NOT = "00"
               DISPLAY "*** REGRA NAO CADASTRADA ***"
               GO TO RGR-MENU.
           DISPLAY "EXCLUIR A REGRA (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** EXCLUSAO CANCELADA ***"
               GO TO RGR-MENU.
           DELETE CADREGAV RECORD
           IF ST-ERRO = "00"
               MOVE "REGRA-EXCL" TO AU-OPERACAO
               MOVE RV-CHAVE     TO AU-CHAVE
               MOVE SPACES       TO AU-MOTIVO
               PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
               DISPLAY "*** REGRA EXCLUIDA ***"
               GO TO RGR-MENU.
           DISPLAY "ERRO NA EXCLUSAO DA REGRA"
           GO TO ROT-FIM.
      *
      *****************************************
      * ENTRADA DA CHAVE DA REGRA              *
      *****************************************
      *
       RGR-CHAVE.
           DISPLAY "CURSO (0=VOLTAR): "
           ACCEPT W-CURSO
           IF W-CURSO = ZEROS
               GO TO RGR-CHAVE-FIM.
           MOVE SPACES TO W-DISCIPLINA
           DISPLAY "DISCIPLINA (BRANCO=REGRA GERAL DO CURSO): "
           ACCEPT W-DISCIPLINA
           PERFORM RGR-CHAVE-MV THRU RGR-CHAVE-MV-FIM.
       RGR-CHAVE-FIM.
           EXIT.
       RGR-CHAVE-MV.
           MOVE W-CURSO      TO RV-CURSO
           MOVE W-DISCIPLINA TO RV-DISCIPLINA.
       RGR-CHAVE-MV-FIM.
           EXIT.
      *
      *****************************************
      * LISTAGEM DAS REGRAS CADASTRADAS        *
      *****************************************
      *
       RGR-LISTA.
           OPEN OUTPUT RELREGRA
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO REGRAAV"
               GO TO RGR-MENU.
           MOVE LINCAB1 TO LINRELREGRA
           WRITE LINRELREGRA
           MOVE ZEROS TO W-TOT-REG
           MOVE ZEROS TO RV-CURSO
           MOVE SPACES TO RV-DISCIPLINA
           START CADREGAV KEY IS NOT LESS THAN RV-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO RGR-LISTA-FIM.
       RGR-LISTA-LER.
           READ CADREGAV NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO RGR-LISTA-FIM.
           MOVE RV-CURSO      TO LD-CURSO
           MOVE RV-DISCIPLINA TO LD-DISC
           IF RV-DISCIPLINA = SPACES
               MOVE "(GERAL)" TO LD-DISC.
           MOVE RV-PESO1      TO LD-PESO1
           MOVE RV-PESO2      TO LD-PESO2
           MOVE RV-MEDIA-MIN  TO LD-MEDIA
           MOVE RV-TIPO-REC   TO LD-REC
           MOVE RV-TOT-AULAS  TO LD-AULAS
           MOVE RV-PERC-FAL   TO LD-PERC
           MOVE RV-ARRED      TO LD-ARRED
           MOVE RV-DATA-ALT   TO LD-DATA
           MOVE RV-OPERADOR   TO LD-OPER
           MOVE LINDET TO LINRELREGRA
           WRITE LINRELREGRA
           ADD 1 TO W-TOT-REG
           GO TO RGR-LISTA-LER.
       RGR-LISTA-FIM.
           MOVE SPACES TO LINRELREGRA
           WRITE LINRELREGRA
           MOVE LINLEG1 TO LINRELREGRA
           WRITE LINRELREGRA
           MOVE LINLEG2 TO LINRELREGRA
           WRITE LINRELREGRA
           MOVE LINLEG3 TO LINRELREGRA
           WRITE LINRELREGRA
           CLOSE RELREGRA
           DISPLAY "REGRAS LISTADAS: " W-TOT-REG
           DISPLAY "LISTAGEM GRAVADA EM REGRAAV.DAT"
           GO TO RGR-MENU.
      *
       RGR-FIM.
           CLOSE CADREGAV AUDITLOG
           GO TO ROT-FIMP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           GO TO ROT-FIMP.
      *
      **************************
      * ROTINA DE AUDITORIA    *
      **************************
      *
       AUD-GRAVA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR70T" TO AU-PROGRAMA
           MOVE W-OPERADOR TO AU-OPERADOR
           WRITE LINAUDIT.
       AUD-GRAVA-FIM.
           EXIT.
      *
      **********************
      * SAIDA DO PROGRAMA  *
      **********************
      *
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
