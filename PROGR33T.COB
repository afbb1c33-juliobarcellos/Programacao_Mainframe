                    FILE STATUS  IS ST-ERRO-NOT
                    ALTERNATE RECORD KEY IS NOME  WITH DUPLICATES.
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
           SELECT RELERRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).

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

       FD RELERRO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "NOTASERR.DAT".
       77 ST-ERRO-XREF  PIC X(02) VALUE "00".
       77 ST-ERRO-NOT   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 ST-ERRO-MAT   PIC X(02) VALUE "00".
       77 W-RA-TXT      PIC X(06) VALUE SPACES.
       77 W-DISC-TXT    PIC X(10) VALUE SPACES.
       77 W-RA          PIC 9(06) VALUE ZEROS.
       77 W-TOT-OK      PIC 9(05) VALUE ZEROS.
       77 W-TOT-ERR     PIC 9(05) VALUE ZEROS.
       77 W-FLAG-ERR    PIC 9(01) VALUE ZEROS.
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
       77 W-RG-N1        PIC 9(02)V9 VALUE ZEROS.
       77 W-RG-N2        PIC 9(02)V9 VALUE ZEROS.
       77 W-RG-N3        PIC 9(02)V9 VALUE ZEROS.
       77 W-RG-FALTAS    PIC 9(03) VALUE ZEROS.
       77 W-RG-BRUTA     PIC 9(02)V9(04) VALUE ZEROS.
       77 W-RG-MEIOS     PIC 9(02) VALUE ZEROS.
       77 W-RG-MEDIA     PIC 9(02)V9 VALUE ZEROS.
       77 W-RG-SIT       PIC X(20) VALUE SPACES.

       01 W-NOTAS-TXT.
           03 W-NOTA-TXT OCCURS 3 TIMES PIC X(04).
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO NOTASERR"
               CLOSE ARQNOTAS CADALUNO CADXREF CADNOTA1
               GO TO ROT-FIM.
           OPEN INPUT CADMATRIC
           MOVE ZEROS TO W-RGR-OK
           OPEN INPUT CADREGAV
           IF ST-ERRO-RGR = "00"
               MOVE 1 TO W-RGR-OK.
      *
       IMP-LER.
           READ ARQNOTAS NEXT RECORD
               MOVE "MATRICULA SEM REGISTRO DE NOTAS" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
               GO TO IMP-LINHA-FIM.
           IF STATUS-REG = "T"
               MOVE "REGISTRO DE NOTAS TRANCADO" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM
               GO TO IMP-LINHA-FIM.
      *
      *    LOCALIZA A DISCIPLINA DO ALUNO
           MOVE 1 TO W-IND.
      *
       IMP-SITUA.
           COMPUTE W-SOMA-FAL = FALTA1(W-IND) + FALTA2(W-IND)
           PERFORM RGR-CURSO THRU RGR-CURSO-FIM
           MOVE DISCIPLINA(W-IND) TO W-RG-DISC
           PERFORM RGR-BUSCA THRU RGR-BUSCA-FIM
           MOVE NOTA1(W-IND) TO W-RG-N1
           MOVE NOTA2(W-IND) TO W-RG-N2
           MOVE NOTA3(W-IND) TO W-RG-N3
           MOVE W-SOMA-FAL   TO W-RG-FALTAS
           PERFORM RGR-SITUA THRU RGR-SITUA-FIM
           MOVE W-RG-MEDIA   TO W-MEDIA
           MOVE W-RG-SIT     TO SITUACAO(W-IND).
       IMP-SITUA-FIM.
           EXIT.
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
      *****************************************
      * MEDIA PONDERADA DOS DOIS BIMESTRES     *
      *****************************************
      *
       RGR-MEDIA.
           IF W-RG-PESO1 = ZEROS AND W-RG-PESO2 = ZEROS
               MOVE 01 TO W-RG-PESO1 W-RG-PESO2.
           COMPUTE W-RG-BRUTA = (W-RG-N1 * W-RG-PESO1 +
                                 W-RG-N2 * W-RG-PESO2) /
                                (W-RG-PESO1 + W-RG-PESO2)
           PERFORM RGR-ARREDONDA THRU RGR-ARREDONDA-FIM.
       RGR-MEDIA-FIM.
           EXIT.
      *
      *****************************************
      * MEDIA APOS A RECUPERACAO (NOTA3):      *
      * M = MEDIA COM A NOTA3, S = SUBSTITUI   *
      *****************************************
      *
       RGR-RECUP.
           IF W-RG-TIPO-REC = "S"
               MOVE W-RG-N3 TO W-RG-BRUTA
           ELSE
               COMPUTE W-RG-BRUTA = (W-RG-MEDIA + W-RG-N3) / 2.
           PERFORM RGR-ARREDONDA THRU RGR-ARREDONDA-FIM.
       RGR-RECUP-FIM.
           EXIT.
      *
      *****************************************
      * ARREDONDAMENTO: T = TRUNCA, A = UMA    *
      * CASA DECIMAL, M = MEIO PONTO           *
      *****************************************
      *
       RGR-ARREDONDA.
           IF W-RG-ARRED = "A"
               COMPUTE W-RG-MEDIA ROUNDED = W-RG-BRUTA
               GO TO RGR-ARREDONDA-FIM.
           IF W-RG-ARRED = "M"
               COMPUTE W-RG-MEIOS ROUNDED = W-RG-BRUTA * 2
               COMPUTE W-RG-MEDIA = W-RG-MEIOS / 2
               GO TO RGR-ARREDONDA-FIM.
           MOVE W-RG-BRUTA TO W-RG-MEDIA.
       RGR-ARREDONDA-FIM.
           EXIT.
      *
      *****************************************
      * SITUACAO FINAL DA DISCIPLINA PELA      *
      * REGRA DE AVALIACAO CARREGADA           *
      *****************************************
      *
       RGR-SITUA.
           PERFORM RGR-MEDIA THRU RGR-MEDIA-FIM
           IF W-RG-FALTAS > W-RG-LIM-FAL
               MOVE "REPROVADO POR FALTA" TO W-RG-SIT
               GO TO RGR-SITUA-FIM.
           IF W-RG-MEDIA NOT < W-RG-MEDIA-MIN
               MOVE "APROVADO" TO W-RG-SIT
               GO TO RGR-SITUA-FIM.
           IF W-RG-N3 = ZEROS
               MOVE "REPROVADO" TO W-RG-SIT
               GO TO RGR-SITUA-FIM.
           PERFORM RGR-RECUP THRU RGR-RECUP-FIM
           IF W-RG-MEDIA NOT < W-RG-MEDIA-MIN
               MOVE "RECUPERACAO" TO W-RG-SIT
           ELSE
               MOVE "REPROVADO" TO W-RG-SIT.
       RGR-SITUA-FIM.
           EXIT.
      *
      *****************************************
      * GRAVA A LINHA REJEITADA NO RELATORIO   *
      *****************************************
      *
      *
       IMP-FIM.
           CLOSE ARQNOTAS CADALUNO CADXREF CADNOTA1 RELERRO
                 CADMATRIC
           IF W-RGR-OK = 1
               CLOSE CADREGAV.
           DISPLAY "NOTAS APLICADAS....: " W-TOT-OK
           DISPLAY "LINHAS REJEITADAS..: " W-TOT-ERR
           DISPLAY "ERROS LISTADOS EM NOTASERR.DAT"
