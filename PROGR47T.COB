                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERRO-ALU.
      *
      *-----------------------------------------------------------------
           SELECT CADMATRIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMAT
                    FILE STATUS  IS ST-ERRO-MAT.
      *
      *-----------------------------------------------------------------
           SELECT CADREGAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ERRO-RGR.
      *
      *-----------------------------------------------------------------
           SELECT CADAVISO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                       07 DDD-RESP     PIC 9(02).
                       07 NUMEROT-RESP PIC 9(09).

       FD CADMATRIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMATRIC.DAT".
       01 REGMATRIC.
                03 CHAVEMAT.
                    05 RA-M        PIC 9(06).
                    05 ANOLETIVO   PIC 9(04).
                    05 SEMESTRE    PIC 9(01).
                    05 CURSO       PIC 9(02).
                03 TURMA           PIC X(05).
                03 STATUSMAT       PIC X(01).
                03 DATAMATRIC      PIC 9(08).

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

       FD CADAVISO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAVISO.DAT".
       77 ST-ERRO-ALU   PIC X(02) VALUE "00".
       77 ST-ERRO-AVI   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 ST-ERRO-MAT   PIC X(02) VALUE "00".
       77 W-MARCA-50    PIC 9(03) VALUE ZEROS.
       77 W-MARCA-75    PIC 9(03) VALUE ZEROS.
       77 W-IND         PIC 9(02) VALUE ZEROS.
       77 W-NIVEL       PIC 9(01) VALUE ZEROS.
       77 W-TOT-CARTAS  PIC 9(05) VALUE ZEROS.
       77 W-HOJE8       PIC 9(08) VALUE ZEROS.
       77 W-RG-RA       PIC 9(06) VALUE ZEROS.
      *    REGRA DE AVALIACAO DO CURSO/DISCIPLINA (CADREGAV)
       77 ST-ERRO-RGR    PIC X(02) VALUE "00".
       77 W-RGR-OK       PIC 9(01) VALUE ZEROS.
       77 W-RG-CURSO     PIC 9(02) VALUE ZEROS.
       77 W-RG-DISC      PIC X(10) VALUE SPACES.
       77 W-RG-PESO1     PIC 9(02) VALUE ZEROS.
       77 W-RG-PESO2     PIC 9(02) VALUE ZEROS.
       77 W-RG-MEDIA-MIN PIC 9(02)V9 VALUE ZEROS.
       77 W-RG-TIPO-REC  PIC X(01) VALUE SPACES.
       77 W-RG-TOT-AULAS PIC 9(03) VALUE ZEROS.
       77 W-RG-PERC-FAL  PIC 9(03) VALUE ZEROS.
       77 W-RG-ARRED     PIC X(01) VALUE SPACES.
       77 W-RG-LIM-FAL   PIC 9(03) VALUE ZEROS.

       01 LINCAR-SEP.
           03 FILLER          PIC X(60) VALUE ALL "-".
               OPEN OUTPUT RELCARTA.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
      *    MESMOS PARAMETROS DE FALTAS DA DIGITACAO DE NOTAS
           OPEN INPUT CADMATRIC
           MOVE ZEROS TO W-RGR-OK
           OPEN INPUT CADREGAV
           IF ST-ERRO-RGR = "00"
               MOVE 1 TO W-RGR-OK.
      *
       CAR-LER.
           READ CADNOTA1 NEXT RECORD
               GO TO CAR-FIM.
           IF STATUS-REG = "I"
               GO TO CAR-LER.
      *    NOTAS CONGELADAS NO TRANCAMENTO/CANCELAMENTO (PROGR81T)
           IF STATUS-REG = "T"
               GO TO CAR-LER.
           PERFORM RGR-CURSO THRU RGR-CURSO-FIM
           MOVE 1 TO W-IND.
       CAR-DISC.
           IF W-IND > QTD-DISC
               GO TO CAR-LER.
           MOVE DISCIPLINA(W-IND) TO W-RG-DISC
           PERFORM RGR-BUSCA THRU RGR-BUSCA-FIM
           COMPUTE W-MARCA-50 = (W-RG-LIM-FAL * 50) / 100
           COMPUTE W-MARCA-75 = (W-RG-LIM-FAL * 75) / 100
           COMPUTE W-SOMA-FAL = FALTA1(W-IND) + FALTA2(W-IND)
           MOVE ZEROS TO W-NIVEL
           IF W-SOMA-FAL NOT < W-MARCA-75
      *
       CAR-FIM.
           CLOSE CADNOTA1 CADXREF CADALUNO CADAVISO RELCARTA
                 CADMATRIC
           IF W-RGR-OK = 1
               CLOSE CADREGAV.
           DISPLAY "CARTAS EMITIDAS: " W-TOT-CARTAS
           DISPLAY "CARTAS GRAVADAS EM CARTAS.DAT"
           GO TO ROT-FIMP.
      *
      *****************************************
      * CURSO DO ALUNO PELA MATRICULA DE NOTAS *
      * (MATRICULA ATIVA, SENAO A MAIS RECENTE)*
      *****************************************
      *
       RGR-CURSO.
           MOVE ZEROS TO W-RG-CURSO
           MOVE MATRICULA TO XR-MATRICULA
           READ CADXREF KEY IS XR-MATRICULA
           IF ST-ERRO-XREF NOT = "00"
               GO TO RGR-CURSO-FIM.
           MOVE XR-RA TO W-RG-RA RA-M
           MOVE ZEROS TO ANOLETIVO SEMESTRE CURSO
           START CADMATRIC KEY IS NOT LESS THAN CHAVEMAT
           IF ST-ERRO-MAT NOT = "00"
               GO TO RGR-CURSO-FIM.
       RGR-CURSO-LER.
           READ CADMATRIC NEXT RECORD
           IF ST-ERRO-MAT NOT = "00"
               GO TO RGR-CURSO-FIM.
           IF RA-M NOT = W-RG-RA
               GO TO RGR-CURSO-FIM.
           MOVE CURSO TO W-RG-CURSO
           IF STATUSMAT NOT = "A"
               GO TO RGR-CURSO-LER.
       RGR-CURSO-FIM.
           EXIT.
      *
      *****************************************
      * REGRA DE AVALIACAO: A DA DISCIPLINA NO *
      * CURSO, SENAO A REGRA GERAL DO CURSO,   *
      * SENAO A REGRA PADRAO DA ESCOLA         *
      *****************************************
      *
       RGR-BUSCA.
           MOVE 01  TO W-RG-PESO1 W-RG-PESO2
           MOVE 6,0 TO W-RG-MEDIA-MIN
           MOVE "M" TO W-RG-TIPO-REC
           MOVE 080 TO W-RG-TOT-AULAS
           MOVE 025 TO W-RG-PERC-FAL
           MOVE "T" TO W-RG-ARRED
           IF W-RGR-OK NOT = 1
               GO TO RGR-BUSCA-LIM.
           MOVE W-RG-CURSO TO RV-CURSO
           MOVE W-RG-DISC  TO RV-DISCIPLINA
           READ CADREGAV
           IF ST-ERRO-RGR = "00"
               GO TO RGR-BUSCA-MOVE.
           MOVE SPACES TO RV-DISCIPLINA
           READ CADREGAV
           IF ST-ERRO-RGR NOT = "00"
               GO TO RGR-BUSCA-LIM.
       RGR-BUSCA-MOVE.
           MOVE RV-PESO1     TO W-RG-PESO1
           MOVE RV-PESO2     TO W-RG-PESO2
           MOVE RV-MEDIA-MIN TO W-RG-MEDIA-MIN
           MOVE RV-TIPO-REC  TO W-RG-TIPO-REC
           MOVE RV-TOT-AULAS TO W-RG-TOT-AULAS
           MOVE RV-PERC-FAL  TO W-RG-PERC-FAL
           MOVE RV-ARRED     TO W-RG-ARRED.
       RGR-BUSCA-LIM.
           COMPUTE W-RG-LIM-FAL = W-RG-TOT-AULAS * W-RG-PERC-FAL / 100.
       RGR-BUSCA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
