                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.
      *
      *-----------------------------------------------------------------
           SELECT AUDSELO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SEL.
      *
      *-----------------------------------------------------------------
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
       FILE SECTION.
       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-AUDNOME.
       01 LINAUDIT.
                03 AU-DATA         PIC 9(08).
                03 FILLER          PIC X(01).
                03 FILLER          PIC X(01).
                03 AU-MOTIVO       PIC X(30).

       FD AUDSELO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDSELO.DAT".
       01 LINSELO.
                03 SL-NUM          PIC 9(06).
                03 FILLER          PIC X(01).
                03 SL-DATA         PIC 9(08).
                03 FILLER          PIC X(66).
                03 SL-ARQUIVO      PIC X(16).

       FD CADOPER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADOPER.DAT".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-AUD   PIC X(02) VALUE "00".
       77 ST-ERRO-SEL  PIC X(02) VALUE "00".
       77 W-AUDNOME    PIC X(16) VALUE SPACES.
       77 W-AUD-INI    PIC 9(08) VALUE ZEROS.
       77 W-AUD-LIM    PIC 9(08) VALUE ZEROS.
       77 W-AUD-FIM    PIC 9(01) VALUE ZEROS.
       77 W-SELO-FIM   PIC 9(01) VALUE ZEROS.
       77 W-VIVO-LIDO  PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-OPER  PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-DATA-INI    PIC 9(08) VALUE ZEROS.
               GO TO EXC-001.
      *
       EXC-OP0.
      *    O PERFIL HISTORICO USA TODOS OS SEGMENTOS ATE O FIM
      *    DO PERIODO
           MOVE ZEROS      TO W-AUD-INI
           MOVE W-DATA-FIM TO W-AUD-LIM
           PERFORM AUD-ABRE THRU AUD-ABRE-FIM
           IF W-AUD-FIM = 1
               DISPLAY "ARQUIVO AUDITLOG NAO ENCONTRADO"
               GO TO ROT-FIM.
           OPEN INPUT CADOPER
           IF ST-ERRO-OPER NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOPER"
               PERFORM AUD-FECHA THRU AUD-FECHA-FIM
               GO TO ROT-FIM.
           OPEN OUTPUT RELEXC
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXCECOES"
               PERFORM AUD-FECHA THRU AUD-FECHA-FIM
               CLOSE CADOPER
               GO TO ROT-FIM.
      *
      *****************************************
       EXC-LER.
           READ AUDITLOG NEXT RECORD
           AT END
               CLOSE AUDITLOG
               PERFORM AUD-PROX THRU AUD-PROX-FIM
               IF W-AUD-FIM = 1
                   GO TO EXC-AVALIA
               ELSE
                   GO TO EXC-LER.
           IF AU-OPERADOR = SPACES
               GO TO EXC-LER.
           IF AU-DATA > W-DATA-FIM
           IF W-TOT-EXC = ZEROS
               MOVE "NENHUMA EXCECAO NO PERIODO" TO LINRELEXC
               WRITE LINRELEXC.
           CLOSE CADOPER RELEXC
           DISPLAY "EXCECOES APONTADAS: " W-TOT-EXC
           DISPLAY "RELATORIO GRAVADO EM EXCECOES.DAT"
           GO TO ROT-FIMP.
      *
      *****************************************
      * O AUDITLOG E LIDO PELOS SEGMENTOS JA   *
      * SELADOS DO PERIODO (AUDSELO) E DEPOIS  *
      * PELO AUDITLOG.DAT CORRENTE. W-AUD-INI/ *
      * W-AUD-LIM LIMITAM OS DIAS (0=TODOS).   *
      * W-AUD-FIM = 1 QUANDO NAO HA MAIS       *
      * ARQUIVO A LER                          *
      *****************************************
      *
       AUD-ABRE.
           MOVE ZEROS TO W-AUD-FIM W-SELO-FIM W-VIVO-LIDO
           OPEN INPUT AUDSELO
           IF ST-ERRO-SEL NOT = "00"
               MOVE 1 TO W-SELO-FIM.
           PERFORM AUD-PROX THRU AUD-PROX-FIM.
       AUD-ABRE-FIM.
           EXIT.
      *
       AUD-PROX.
           IF W-SELO-FIM = 1
               GO TO AUD-PROX-VIVO.
           READ AUDSELO NEXT RECORD
           AT END
               MOVE 1 TO W-SELO-FIM
               CLOSE AUDSELO
               GO TO AUD-PROX-VIVO.
           IF W-AUD-INI NOT = ZEROS AND SL-DATA < W-AUD-INI
               GO TO AUD-PROX.
           IF W-AUD-LIM NOT = ZEROS AND SL-DATA > W-AUD-LIM
               GO TO AUD-PROX.
           MOVE SL-ARQUIVO TO W-AUDNOME
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               DISPLAY "SEGMENTO " SL-ARQUIVO " NAO ENCONTRADO"
               GO TO AUD-PROX.
           GO TO AUD-PROX-FIM.
       AUD-PROX-VIVO.
           IF W-VIVO-LIDO = 1
               MOVE 1 TO W-AUD-FIM
               GO TO AUD-PROX-FIM.
           MOVE 1 TO W-VIVO-LIDO
           MOVE "AUDITLOG.DAT" TO W-AUDNOME
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               MOVE 1 TO W-AUD-FIM.
       AUD-PROX-FIM.
           EXIT.
      *
       AUD-FECHA.
           IF W-AUD-FIM = 0
               CLOSE AUDITLOG.
           IF W-SELO-FIM = 0
               CLOSE AUDSELO.
           MOVE 1 TO W-AUD-FIM W-SELO-FIM.
       AUD-FECHA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
