                    RECORD KEY   IS RS-CHAVE
                    FILE STATUS  IS ST-ERRO-RES.
      *
      *-----------------------------------------------------------------
           SELECT CADREGAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ERRO-RGR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 RS-CURSO        PIC 9(02).
                03 RS-TURMA        PIC X(05).
                03 RS-DATA-FECH    PIC 9(08).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-ANOLET      PIC 9(04) VALUE ZEROS.
       77 W-SEMEST      PIC 9(01) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-MEDIA       PIC 9(02)V9 VALUE ZEROS.
       77 W-SOMA-FAL    PIC 9(03) VALUE ZEROS.
       77 W-TOT-ALU     PIC 9(06) VALUE ZEROS.
       77 W-TOT-DISC    PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEMNOTA PIC 9(06) VALUE ZEROS.
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
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESULT"
                   CLOSE CADMATRIC CADXREF CADNOTA1
                   GO TO ROT-FIM.
           MOVE ZEROS TO W-RGR-OK
           OPEN INPUT CADREGAV
           IF ST-ERRO-RGR = "00"
               MOVE 1 TO W-RGR-OK.
           MOVE ZEROS TO RA ANOLETIVO SEMESTRE CURSO
           START CADMATRIC KEY IS NOT LESS THAN CHAVEMAT
           IF ST-ERRO-MAT NOT = "00"
           IF ST-ERRO-NOT NOT = "00"
               ADD 1 TO W-TOT-SEMNOTA
               GO TO FEC-ALUNO-MAT.
           MOVE CURSO TO W-RG-CURSO
           MOVE 1 TO W-IND.
       FEC-DISC.
           IF W-IND > QTD-DISC
      *
       FEC-SITUA.
           COMPUTE W-SOMA-FAL = FALTA1(W-IND) + FALTA2(W-IND)
           MOVE DISCIPLINA(W-IND) TO W-RG-DISC
           PERFORM RGR-BUSCA THRU RGR-BUSCA-FIM
           MOVE NOTA1(W-IND) TO W-RG-N1
           MOVE NOTA2(W-IND) TO W-RG-N2
           MOVE NOTA3(W-IND) TO W-RG-N3
           MOVE W-SOMA-FAL   TO W-RG-FALTAS
           PERFORM RGR-SITUA THRU RGR-SITUA-FIM
           MOVE W-RG-MEDIA   TO W-MEDIA
           MOVE W-RG-SIT     TO SITUACAO(W-IND).
       FEC-SITUA-FIM.
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
       FEC-FIM.
           CLOSE CADMATRIC CADXREF CADNOTA1 CADRESULT
           IF W-RGR-OK = 1
               CLOSE CADREGAV.
           DISPLAY "MATRICULAS FECHADAS.....: " W-TOT-ALU
           DISPLAY "DISCIPLINAS GRAVADAS....: " W-TOT-DISC
           DISPLAY "ALUNOS SEM NOTAS........: " W-TOT-SEMNOTA
