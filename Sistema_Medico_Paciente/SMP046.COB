      * ESPERA: CHEGADA, CHAMADA E FIM DO  *
      * ATENDIMENTO POR CONSULTA, COM      *
      * RELATORIO DE TEMPOS DE ESPERA POR  *
      * MEDICO. NO FIM DO ATENDIMENTO, A   *
      * PESQUISA DE SATISFACAO DO PACIENTE *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MED.
      *
      *-----------------------------------------------------------------
           SELECT CADPESQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ERRO-PESQ.
      *
      *-----------------------------------------------------------------
           SELECT RELESP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(124).

       FD CADPESQ
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPESQ.DAT".
       01 REGPESQ.
                03 PQ-CHAVE.
                    05 PQ-CPF      PIC 9(11).
                    05 PQ-DATA.
                        07 PQ-DIA  PIC 9(02).
                        07 PQ-MES  PIC 9(02).
                        07 PQ-ANO  PIC 9(04).
                    05 PQ-HORA     PIC 9(04).
                03 PQ-NPS          PIC 9(02).
                03 PQ-PONTUAL      PIC 9(01).
                03 PQ-CORTESIA     PIC 9(01).
                03 PQ-EXPLICA      PIC 9(01).
                03 PQ-COMENT       PIC X(60).
                03 PQ-ORIGEM       PIC X(01).
                03 PQ-DATA-REG     PIC 9(08).

       FD RELESP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "RELESPERA.DAT".
       77 ST-ERRO-PACI PIC X(02) VALUE "00".
       77 ST-ERRO-MED  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 ST-ERRO-PESQ PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
               MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       CHG-OP2.
           OPEN I-O CADPESQ
           IF ST-ERRO-PESQ NOT = "00"
               IF ST-ERRO-PESQ = "30"
                      OPEN OUTPUT CADPESQ
                      CLOSE CADPESQ
                      GO TO CHG-OP2
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPESQ"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

       CHG-001.
                MOVE ZEROS TO W-CHAVE-CON
                   MOVE "*** FIM DE ATENDIMENTO REGISTRADO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PES-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCHEGADA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * PESQUISA DE SATISFACAO NA SAIDA: NOTA  *
      * 0 A 10 (INDICARIA A CLINICA?) E NOTAS  *
      * 1 A 5 DE PONTUALIDADE, CORTESIA E      *
      * EXPLICACOES DO MEDICO                  *
      *****************************************
      *
       PES-001.
                MOVE SPACES TO W-OPCAO
                DISPLAY (10, 01) "PESQUISA DE SATISFACAO (S/N): "
                ACCEPT  (10, 31) W-OPCAO
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CHG-001.
                MOVE W-CPF-CON  TO PQ-CPF
                MOVE W-DATA-CON TO PQ-DATA
                MOVE W-HORA-CON TO PQ-HORA
                READ CADPESQ
                IF ST-ERRO-PESQ = "00"
                   MOVE "*** PESQUISA JA REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CHG-001.
                MOVE ZEROS TO PQ-NPS PQ-PONTUAL PQ-CORTESIA PQ-EXPLICA
                MOVE SPACES TO PQ-COMENT
                DISPLAY (11, 01) "INDICARIA A CLINICA (0 A 10) : "
                DISPLAY (12, 01) "PONTUALIDADE (1 A 5)         : "
                DISPLAY (13, 01) "CORTESIA (1 A 5)             : "
                DISPLAY (14, 01) "EXPLICACOES DO MEDICO (1 A 5): "
                DISPLAY (15, 01) "COMENTARIO: ".
       PES-002.
                ACCEPT (11, 32) PQ-NPS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CHG-001.
                IF PQ-NPS > 10
                   MOVE "*** NOTA DE 0 A 10 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PES-002.
       PES-003.
                ACCEPT (12, 32) PQ-PONTUAL
                IF PQ-PONTUAL < 1 OR PQ-PONTUAL > 5
                   MOVE "*** NOTA DE 1 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PES-003.
       PES-004.
                ACCEPT (13, 32) PQ-CORTESIA
                IF PQ-CORTESIA < 1 OR PQ-CORTESIA > 5
                   MOVE "*** NOTA DE 1 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PES-004.
       PES-005.
                ACCEPT (14, 32) PQ-EXPLICA
                IF PQ-EXPLICA < 1 OR PQ-EXPLICA > 5
                   MOVE "*** NOTA DE 1 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PES-005.
                ACCEPT (16, 01) PQ-COMENT
                MOVE "B" TO PQ-ORIGEM
                ACCEPT PQ-DATA-REG FROM DATE YYYYMMDD
                WRITE REGPESQ
                IF ST-ERRO-PESQ = "00" OR "02"
                   MOVE "*** PESQUISA REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CHG-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPESQ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * FILA DO MEDICO EM ORDEM DE CHEGADA     *
      *****************************************
      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCHEGADA CADCONSU CADPACI CADMED CADPESQ
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
