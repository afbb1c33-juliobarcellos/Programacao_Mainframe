      * CPF;DDMMAAAA;HHMM;SS;RESULTADO     *
      * AO FINAL, LISTA DE COBRANCA DOS    *
      * PEDIDOS ABERTOS HA MAIS DE N DIAS  *
      * EXAMES CATALOGADOS TEM O VALOR     *
      * EXTRAIDO DO RESULTADO (VIRGULA OU  *
      * PONTO DECIMAL) E CLASSIFICADO      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS EXM-CHAVE
                    FILE STATUS  IS ST-ERRO-EXM.
      *
      *-----------------------------------------------------------------
           SELECT CADTIPEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TE-CODIGO
                    FILE STATUS  IS ST-ERRO-TEX.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT RELERRO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 EXM-DATA-RES    PIC 9(08).
                03 EXM-SITUACAO    PIC X(01).
                03 EXM-RESULTADO   PIC X(60).
                03 EXM-COD-TIPO    PIC 9(04).
                03 EXM-VALOR       PIC 9(07)V999.
                03 EXM-FLAG        PIC X(01).

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

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOME-P          PIC X(30).
                03 DATANASC-P.
                    05 DIA-P       PIC 9(02).
                    05 MES-P       PIC 9(02).
                    05 ANO-P       PIC 9(04).
                03 SEXO-P          PIC X(01).
                03 FILLER          PIC X(193).

       FD RELERRO
            LABEL RECORD IS STANDARD
       77 ST-ERRO-EXM   PIC X(02) VALUE "00".
       77 ST-ERRO-ERR   PIC X(02) VALUE "00".
       77 ST-ERRO-COB   PIC X(02) VALUE "00".
       77 ST-ERRO-TEX   PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 W-TEX-OK      PIC X(01) VALUE "N".
       77 W-PACI-OK     PIC X(01) VALUE "N".
       77 W-CPF-TXT     PIC X(11) VALUE SPACES.
       77 W-DATA-TXT    PIC X(08) VALUE SPACES.
       77 W-HORA-TXT    PIC X(04) VALUE SPACES.
       77 W-TOT-ERR     PIC 9(05) VALUE ZEROS.
       77 W-TOT-COB     PIC 9(05) VALUE ZEROS.
       77 W-DIAS-LIM    PIC 9(03) VALUE ZEROS.
       77 W-TOT-CRIT    PIC 9(05) VALUE ZEROS.
       77 W-TOT-SCL     PIC 9(05) VALUE ZEROS.
       77 W-FX-IX       PIC 9(01) VALUE ZEROS.
       77 W-FX-ACHOU    PIC 9(01) VALUE ZEROS.
       77 W-IDADE       PIC 9(03) VALUE ZEROS.
       77 W-VAL-OK      PIC X(01) VALUE "N".
       77 W-VAL-INT-TXT PIC X(07) JUSTIFIED RIGHT VALUE SPACES.
       77 W-VAL-DEC-TXT PIC X(03) VALUE SPACES.
       77 W-VAL-TOKEN   PIC X(12) VALUE SPACES.
       77 W-VAL-INT-CT  PIC 9(02) VALUE ZEROS.
       77 W-VAL-DEC-CT  PIC 9(02) VALUE ZEROS.
       01 W-VAL-INT     PIC 9(07) VALUE ZEROS.
       01 W-VAL-INT-X REDEFINES W-VAL-INT PIC X(07).
       01 W-VAL-DEC     PIC 9(03) VALUE ZEROS.
       01 W-VAL-DEC-X REDEFINES W-VAL-DEC PIC X(03).
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HJ-ANO  PIC 9(04).
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO LABCOBRA"
               CLOSE ARQLAB CADEXAME RELERRO
               GO TO ROT-FIM.
      *    SEM CATALOGO OU CADASTRO O RESULTADO ENTRA SEM CLASSIFICAR
           OPEN INPUT CADTIPEXA
           IF ST-ERRO-TEX = "00"
               MOVE "S" TO W-TEX-OK.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI = "00"
               MOVE "S" TO W-PACI-OK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       IMP-LER.
           ACCEPT EXM-DATA-RES FROM DATE YYYYMMDD
           MOVE "R" TO EXM-SITUACAO
           MOVE W-RES-TXT TO EXM-RESULTADO
           MOVE ZEROS TO EXM-VALOR
           MOVE SPACE TO EXM-FLAG
           IF EXM-COD-TIPO NOT = ZEROS
               PERFORM VAL-RESULTADO THRU VAL-RESULTADO-FIM.
           REWRITE REGEXAME
           IF ST-ERRO-EXM = "00" OR "02"
               ADD 1 TO W-TOT-OK
               IF EXM-FLAG = "C"
                   ADD 1 TO W-TOT-CRIT
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE "ERRO NA GRAVACAO DO CADEXAME" TO ER-MOTIVO
               PERFORM IMP-ERRO THRU IMP-ERRO-FIM.
           EXIT.
      *
      *****************************************
      * VALOR NUMERICO DE EXAME CATALOGADO:    *
      * PARTE INTEIRA ATE 7 E DECIMAL ATE 3    *
      * DIGITOS. SE NAO FOR POSSIVEL EXTRAIR   *
      * OU CLASSIFICAR, O RESULTADO E APLICADO *
      * E A LINHA VAI AO LABERRO COMO AVISO    *
      *****************************************
      *
       VAL-RESULTADO.
           IF W-TEX-OK NOT = "S"
               GO TO VAL-RESULTADO-FIM.
           MOVE EXM-COD-TIPO TO TE-CODIGO
           READ CADTIPEXA
           IF ST-ERRO-TEX NOT = "00"
               MOVE "AVISO: TIPO FORA DO CATALOGO" TO ER-MOTIVO
               GO TO VAL-AVISO.
           PERFORM VAL-EXTRAI THRU VAL-EXTRAI-FIM
           IF W-VAL-OK NOT = "S"
               MOVE "AVISO: VALOR NAO NUMERICO" TO ER-MOTIVO
               GO TO VAL-AVISO.
           MOVE SPACE TO SEXO-P
           MOVE ZEROS TO DATANASC-P
           IF W-PACI-OK = "S"
               MOVE EXM-CPF TO CPF
               READ CADPACI
               IF ST-ERRO-PACI NOT = "00"
                   MOVE SPACE TO SEXO-P
                   MOVE ZEROS TO DATANASC-P.
           PERFORM CLA-EXAME THRU CLA-EXAME-FIM
           IF EXM-FLAG NOT = SPACE
               GO TO VAL-RESULTADO-FIM.
           MOVE "AVISO: SEM FAIXA DE REFERENCIA" TO ER-MOTIVO.
       VAL-AVISO.
           MOVE LINLAB TO ER-LINHA
           WRITE LINRELERRO
           ADD 1 TO W-TOT-SCL.
       VAL-RESULTADO-FIM.
           EXIT.
      *
       VAL-EXTRAI.
           MOVE "N" TO W-VAL-OK
           MOVE SPACES TO W-VAL-INT-TXT W-VAL-DEC-TXT W-VAL-TOKEN
           MOVE ZEROS TO W-VAL-INT-CT W-VAL-DEC-CT
      *    O VALOR E A PRIMEIRA PALAVRA DO RESULTADO (EX. 142,5 MG/DL)
           UNSTRING W-RES-TXT DELIMITED BY ALL " "
               INTO W-VAL-TOKEN.
           UNSTRING W-VAL-TOKEN DELIMITED BY "," OR "." OR " "
               INTO W-VAL-INT-TXT COUNT IN W-VAL-INT-CT
                    W-VAL-DEC-TXT COUNT IN W-VAL-DEC-CT.
           IF W-VAL-INT-CT = ZEROS OR W-VAL-INT-CT > 7
                                   OR W-VAL-DEC-CT > 3
               GO TO VAL-EXTRAI-FIM.
           INSPECT W-VAL-INT-TXT REPLACING LEADING SPACES BY ZEROS
           INSPECT W-VAL-DEC-TXT REPLACING ALL SPACES BY ZEROS
           MOVE W-VAL-INT-TXT TO W-VAL-INT-X
           MOVE W-VAL-DEC-TXT TO W-VAL-DEC-X
           IF W-VAL-INT NOT NUMERIC OR W-VAL-DEC NOT NUMERIC
               GO TO VAL-EXTRAI-FIM.
           COMPUTE EXM-VALOR = W-VAL-INT + W-VAL-DEC / 1000
           MOVE "S" TO W-VAL-OK.
       VAL-EXTRAI-FIM.
           EXIT.
      *
      *****************************************
      * CLASSIFICACAO DO VALOR PELA PRIMEIRA   *
      * FAIXA DO SEXO (OU A=AMBOS) E IDADE DO  *
      * PACIENTE: N=NORMAL A=ANORMAL C=CRITICO *
      * BRANCO = SEM FAIXA APLICAVEL           *
      *****************************************
      *
       CLA-EXAME.
           MOVE SPACE TO EXM-FLAG
           MOVE ZEROS TO W-FX-ACHOU W-IDADE
           MOVE 1 TO W-FX-IX
           IF ANO-P = ZEROS OR ANO-P > W-HJ-ANO
               GO TO CLA-FAIXA.
           COMPUTE W-IDADE = W-HJ-ANO - ANO-P
           IF W-HJ-MES < MES-P OR
              (W-HJ-MES = MES-P AND W-HJ-DIA < DIA-P)
               IF W-IDADE > ZEROS
                   SUBTRACT 1 FROM W-IDADE.
       CLA-FAIXA.
           IF W-FX-IX > 4
               GO TO CLA-CRIT.
           IF TE-FX-SEXO(W-FX-IX) = SPACE
               GO TO CLA-CRIT.
           IF (TE-FX-SEXO(W-FX-IX) = "A" OR
               TE-FX-SEXO(W-FX-IX) = SEXO-P)
              AND W-IDADE NOT < TE-FX-IDINI(W-FX-IX)
              AND W-IDADE NOT > TE-FX-IDFIM(W-FX-IX)
               MOVE W-FX-IX TO W-FX-ACHOU
               GO TO CLA-CRIT.
           ADD 1 TO W-FX-IX
           GO TO CLA-FAIXA.
       CLA-CRIT.
           IF TE-CRIT-MIN NOT = ZEROS AND EXM-VALOR < TE-CRIT-MIN
               MOVE "C" TO EXM-FLAG
               GO TO CLA-EXAME-FIM.
           IF TE-CRIT-MAX NOT = ZEROS AND EXM-VALOR > TE-CRIT-MAX
               MOVE "C" TO EXM-FLAG
               GO TO CLA-EXAME-FIM.
           IF W-FX-ACHOU = ZEROS
               GO TO CLA-EXAME-FIM.
           IF EXM-VALOR < TE-FX-MIN(W-FX-ACHOU) OR
              EXM-VALOR > TE-FX-MAX(W-FX-ACHOU)
               MOVE "A" TO EXM-FLAG
           ELSE
               MOVE "N" TO EXM-FLAG.
       CLA-EXAME-FIM.
           EXIT.
      *
      *****************************************
      * LISTA DE COBRANCA DOS PEDIDOS ABERTOS  *
      * HA MAIS DE N DIAS, AGRUPADA POR TIPO   *
      * DE EXAME (OS PENDENTES SAO GUARDADOS   *
      *
       IMP-FIM.
           CLOSE ARQLAB CADEXAME RELERRO RELCOBRA
           IF W-TEX-OK = "S"
               CLOSE CADTIPEXA.
           IF W-PACI-OK = "S"
               CLOSE CADPACI.
           DISPLAY "RESULTADOS APLICADOS: " W-TOT-OK
           DISPLAY "RESULTADOS CRITICOS.: " W-TOT-CRIT
           DISPLAY "SEM CLASSIFICACAO...: " W-TOT-SCL
           DISPLAY "LINHAS REJEITADAS...: " W-TOT-ERR
           DISPLAY "PEDIDOS EM COBRANCA.: " W-TOT-COB
           DISPLAY "ERROS EM LABERRO.DAT, COBRANCA EM LABCOBRA.DAT"
