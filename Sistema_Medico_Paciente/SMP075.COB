       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP075 INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * CATALOGO DE TIPOS DE EXAME COM     *
      * UNIDADE, FAIXAS DE REFERENCIA POR  *
      * SEXO E IDADE E LIMITES CRITICOS    *
      * (CLASSIFICACAO NO SMP020/SMP044)   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTIPEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TE-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTIPEXA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTIPEXA.DAT".
       01 REGTIPEXA.
                03 TE-CODIGO       PIC 9(04).
                03 TE-DESCR        PIC X(30).
                03 TE-UNIDADE      PIC X(10).
                03 TE-FAIXA OCCURS 4 TIMES.
                    05 TE-FX-SEXO  PIC X(01).
                    05 TE-FX-IDINI PIC 9(03).
                    05 TE-FX-IDFIM PIC 9(03).
                    05 TE-FX-MIN   PIC 9(07)V999.
                    05 TE-FX-MAX   PIC 9(07)V999.
                03 TE-CRIT-MIN     PIC 9(07)V999.
                03 TE-CRIT-MAX     PIC 9(07)V999.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL      PIC 9(01) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-FX-IX    PIC 9(01) VALUE ZEROS.
       77 W-LINHA    PIC 9(02) VALUE ZEROS.
       01 W-VAL-ED   PIC ZZZZZZ9,999.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADTIPEXA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADTIPEXA
                      CLOSE CADTIPEXA
                      MOVE "* ARQUIVO CADTIPEXA SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTIPEXA"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.

       INC-001.
                MOVE ZEROS  TO TE-CODIGO TE-CRIT-MIN TE-CRIT-MAX
                MOVE SPACES TO TE-DESCR TE-UNIDADE
                MOVE 1 TO W-FX-IX
                PERFORM FX-LIMPA THRU FX-LIMPA-FIM 4 TIMES
                MOVE ZEROS  TO W-SEL
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15)
                        "TIPOS DE EXAME E VALORES DE REFERENCIA"
                DISPLAY (04, 01) "CODIGO            : "
                DISPLAY (05, 01) "DESCRICAO         : "
                DISPLAY (06, 01) "UNIDADE           : "
                DISPLAY (08, 01)
                  "FX   SEXO(M/F/A) IDADE DE ATE  REF.MINIMO REF.MAXIMO"
                DISPLAY (09, 01) "  1"
                DISPLAY (10, 01) "  2"
                DISPLAY (11, 01) "  3"
                DISPLAY (12, 01) "  4"
                DISPLAY (14, 01) "CRITICO ABAIXO DE : "
                DISPLAY (15, 01) "CRITICO ACIMA DE  : "
                DISPLAY (17, 01)
                        "SEXO BRANCO ENCERRA AS FAIXAS; A=AMBOS"
                DISPLAY (18, 01) "LIMITE CRITICO ZERO = SEM LIMITE".
       INC-002.
                ACCEPT (04, 21) TE-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADTIPEXA
                   GO TO ROT-FIM.
                IF TE-CODIGO = ZEROS
                   MOVE "*** CODIGO NAO PODE SER ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CADTIPEXA01.
                MOVE 0 TO W-SEL
                READ CADTIPEXA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM TEL-MOSTRA THRU TEL-MOSTRA-FIM
                      MOVE "*** TIPO DE EXAME JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO ARQUIVO CADTIPEXA"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (05, 21) TE-DESCR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF TE-DESCR = SPACES
                      MOVE "*** DESCRICAO NAO PODE SER BRANCO ***"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
       INC-004.
                ACCEPT (06, 21) TE-UNIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF TE-UNIDADE = SPACES
                      MOVE "*** UNIDADE NAO PODE SER BRANCO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
                MOVE 1 TO W-FX-IX.
      *
      *****************************************
      * FAIXAS DE REFERENCIA (ATE 4): A        *
      * PRIMEIRA QUE ATENDE SEXO E IDADE VALE  *
      *****************************************
      *
       INC-005.
                COMPUTE W-LINHA = W-FX-IX + 8
                ACCEPT (W-LINHA, 11) TE-FX-SEXO(W-FX-IX) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-FX-IX > 1
                      SUBTRACT 1 FROM W-FX-IX
                      GO TO INC-005
                   ELSE
                      GO TO INC-004.
                IF TE-FX-SEXO(W-FX-IX) = "m" MOVE "M" TO
                                                TE-FX-SEXO(W-FX-IX).
                IF TE-FX-SEXO(W-FX-IX) = "f" MOVE "F" TO
                                                TE-FX-SEXO(W-FX-IX).
                IF TE-FX-SEXO(W-FX-IX) = "a" MOVE "A" TO
                                                TE-FX-SEXO(W-FX-IX).
                IF TE-FX-SEXO(W-FX-IX) = SPACE
                   GO TO INC-005-FIM.
                IF TE-FX-SEXO(W-FX-IX) NOT = "M" AND NOT = "F"
                                         AND NOT = "A"
                   MOVE "*** SEXO M, F OU A (AMBOS) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-005A.
                ACCEPT (W-LINHA, 23) TE-FX-IDINI(W-FX-IX) WITH UPDATE
                ACCEPT (W-LINHA, 29) TE-FX-IDFIM(W-FX-IX) WITH UPDATE
                IF TE-FX-IDFIM(W-FX-IX) = ZEROS
                   MOVE 999 TO TE-FX-IDFIM(W-FX-IX)
                   DISPLAY (W-LINHA, 29) TE-FX-IDFIM(W-FX-IX).
                IF TE-FX-IDFIM(W-FX-IX) < TE-FX-IDINI(W-FX-IX)
                   MOVE "*** IDADE FINAL MENOR QUE A INICIAL ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
       INC-005B.
                ACCEPT (W-LINHA, 35) TE-FX-MIN(W-FX-IX) WITH UPDATE
                ACCEPT (W-LINHA, 48) TE-FX-MAX(W-FX-IX) WITH UPDATE
                IF TE-FX-MAX(W-FX-IX) < TE-FX-MIN(W-FX-IX)
                   MOVE "*** REFERENCIA MAXIMA MENOR QUE A MINIMA ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005B.
                PERFORM FX-MOSTRA THRU FX-MOSTRA-FIM
                ADD 1 TO W-FX-IX
                IF W-FX-IX NOT > 4
                   GO TO INC-005.
       INC-005-FIM.
      *    AS FAIXAS APOS A PRIMEIRA EM BRANCO SAO DESCARTADAS
                IF W-FX-IX NOT > 4
                   PERFORM FX-LIMPA THRU FX-LIMPA-FIM
                   PERFORM FX-MOSTRA THRU FX-MOSTRA-FIM
                   ADD 1 TO W-FX-IX
                   GO TO INC-005-FIM.
       INC-006.
                ACCEPT (14, 21) TE-CRIT-MIN WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE 1 TO W-FX-IX
                   GO TO INC-005.
                MOVE TE-CRIT-MIN TO W-VAL-ED
                DISPLAY (14, 21) W-VAL-ED.
       INC-007.
                ACCEPT (15, 21) TE-CRIT-MAX WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                MOVE TE-CRIT-MAX TO W-VAL-ED
                DISPLAY (15, 21) W-VAL-ED
                IF TE-CRIT-MAX NOT = ZEROS AND
                   TE-CRIT-MAX NOT > TE-CRIT-MIN
                   MOVE "*** CRITICO ACIMA DEVE SER MAIOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGTIPEXA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** TIPO DE EXAME JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTIPEXA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADTIPEXA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGTIPEXA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * EXIBICAO DO REGISTRO LIDO              *
      *****************************************
      *
       TEL-MOSTRA.
                DISPLAY (05, 21) TE-DESCR
                DISPLAY (06, 21) TE-UNIDADE
                MOVE 1 TO W-FX-IX.
       TEL-MOSTRA-FX.
                PERFORM FX-MOSTRA THRU FX-MOSTRA-FIM
                ADD 1 TO W-FX-IX
                IF W-FX-IX NOT > 4
                   GO TO TEL-MOSTRA-FX.
                MOVE TE-CRIT-MIN TO W-VAL-ED
                DISPLAY (14, 21) W-VAL-ED
                MOVE TE-CRIT-MAX TO W-VAL-ED
                DISPLAY (15, 21) W-VAL-ED.
       TEL-MOSTRA-FIM.
                EXIT.
      *
       FX-MOSTRA.
                COMPUTE W-LINHA = W-FX-IX + 8
                DISPLAY (W-LINHA, 11) TE-FX-SEXO(W-FX-IX)
                DISPLAY (W-LINHA, 23) TE-FX-IDINI(W-FX-IX)
                DISPLAY (W-LINHA, 29) TE-FX-IDFIM(W-FX-IX)
                MOVE TE-FX-MIN(W-FX-IX) TO W-VAL-ED
                DISPLAY (W-LINHA, 35) W-VAL-ED
                MOVE TE-FX-MAX(W-FX-IX) TO W-VAL-ED
                DISPLAY (W-LINHA, 48) W-VAL-ED.
       FX-MOSTRA-FIM.
                EXIT.
      *
       FX-LIMPA.
                MOVE SPACE TO TE-FX-SEXO(W-FX-IX)
                MOVE ZEROS TO TE-FX-IDINI(W-FX-IX) TE-FX-IDFIM(W-FX-IX)
                              TE-FX-MIN(W-FX-IX) TE-FX-MAX(W-FX-IX).
       FX-LIMPA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
