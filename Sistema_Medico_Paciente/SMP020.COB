      **************************************
      * PEDIDOS DE EXAME POR CONSULTA      *
      * E CONTROLE DE RESULTADOS           *
      * EXAMES CATALOGADOS (CADTIPEXA) TEM *
      * VALOR NUMERICO CLASSIFICADO COMO   *
      * NORMAL, ANORMAL OU CRITICO         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADTIPEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TE-CODIGO
                    FILE STATUS  IS ST-ERRO-TEX.
      *
      *-----------------------------------------------------------------
           SELECT RELPEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 EXM-DATA-RES    PIC 9(08).
                03 EXM-SITUACAO    PIC X(01).
                03 EXM-RESULTADO   PIC X(60).
                03 EXM-COD-TIPO    PIC 9(04).
                03 EXM-VALOR       PIC 9(07)V999.
                03 EXM-FLAG        PIC X(01).

       FD CADCONSU
            LABEL RECORD IS STANDARD
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOME-P          PIC X(30).
                03 DATANASC-P.
                    05 DIA-P       PIC 9(02).
                    05 MES-P       PIC 9(02).
                    05 ANO-P       PIC 9(04).
                03 SEXO-P          PIC X(01).
                03 FILLER          PIC X(193).

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

       FD RELPEND
            LABEL RECORD IS STANDARD
       77 ST-ERRO-CONSU PIC X(02) VALUE "00".
       77 ST-ERRO-PACI PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 ST-ERRO-TEX  PIC X(02) VALUE "00".
       77 W-TEX-OK     PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-TOTPEND    PIC 9(06) VALUE ZEROS.
       77 LIMPA-LINHA  PIC X(79) VALUE SPACES.
       77 W-FX-IX      PIC 9(01) VALUE ZEROS.
       77 W-FX-ACHOU   PIC 9(01) VALUE ZEROS.
       77 W-IDADE      PIC 9(03) VALUE ZEROS.
       77 W-CLA-DESCR  PIC X(25) VALUE SPACES.
       01 W-VAL-ED     PIC ZZZZZZ9,999.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HJ-ANO PIC 9(04).
           03 W-HJ-MES PIC 9(02).
           03 W-HJ-DIA PIC 9(02).
       01 W-CHAVE-CON.
           03 W-CPF-CON    PIC 9(11).
           03 W-DATA-CON.
               MOVE "ARQUIVO CADPACI NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP3.
      *    SEM O CATALOGO SO HA PEDIDO POR TEXTO LIVRE
           OPEN INPUT CADTIPEXA
           IF ST-ERRO-TEX = "00"
               MOVE "S" TO W-TEX-OK.

       INC-001.
                MOVE ZEROS TO W-CHAVE-CON W-SEQ
      *
       INC-005.
                MOVE SPACES TO EXM-TIPO
                MOVE ZEROS  TO EXM-COD-TIPO
                IF W-TEX-OK NOT = "S"
                   GO TO INC-005A.
                DISPLAY (09, 01) "CODIGO DO EXAME (0=TEXTO LIVRE): "
                ACCEPT  (09, 34) EXM-COD-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF EXM-COD-TIPO = ZEROS
                   GO TO INC-005A.
                MOVE EXM-COD-TIPO TO TE-CODIGO
                READ CADTIPEXA
                IF ST-ERRO-TEX NOT = "00"
                   MOVE "*** TIPO DE EXAME NAO CATALOGADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE TE-DESCR TO EXM-TIPO
                DISPLAY (10, 33) EXM-TIPO
                GO TO INC-WR1.
       INC-005A.
                DISPLAY (10, 01) "TIPO DE EXAME (BRANCO=ENCERRA): "
                ACCEPT  (10, 33) EXM-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                MOVE ZEROS TO EXM-DATA-RES
                MOVE "P" TO EXM-SITUACAO
                MOVE SPACES TO EXM-RESULTADO
                MOVE ZEROS  TO EXM-VALOR
                MOVE SPACE  TO EXM-FLAG
                WRITE REGEXAME
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** PEDIDO DE EXAME GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY (09, 01) LIMPA-LINHA
                   DISPLAY (10, 01) LIMPA-LINHA
                   GO TO INC-005.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEXAME" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-002.
                DISPLAY (09, 01) EXM-TIPO
                DISPLAY (10, 01) "SITUACAO ATUAL: "
                DISPLAY (10, 17) EXM-SITUACAO
                IF EXM-COD-TIPO = ZEROS
                   GO TO RES-003B.
                MOVE EXM-COD-TIPO TO TE-CODIGO
                READ CADTIPEXA
                IF ST-ERRO-TEX NOT = "00"
                   MOVE "TIPO FORA DO CATALOGO - SEM CLASSIFICACAO"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RES-003B.
       RES-003A.
                DISPLAY (12, 01) "VALOR          : "
                DISPLAY (12, 31) TE-UNIDADE
                ACCEPT (12, 18) EXM-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO RES-002.
                MOVE EXM-VALOR TO W-VAL-ED
                DISPLAY (12, 18) W-VAL-ED
                MOVE EXM-CPF TO CPF
                READ CADPACI
                IF ST-ERRO-PACI NOT = "00"
                   MOVE SPACE TO SEXO-P
                   MOVE ZEROS TO DATANASC-P.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                PERFORM CLA-EXAME THRU CLA-EXAME-FIM
                MOVE "SEM FAIXA DE REFERENCIA" TO W-CLA-DESCR
                IF EXM-FLAG = "N"
                   MOVE "NORMAL" TO W-CLA-DESCR.
                IF EXM-FLAG = "A"
                   MOVE "ANORMAL" TO W-CLA-DESCR.
                IF EXM-FLAG = "C"
                   MOVE "*** CRITICO ***" TO W-CLA-DESCR.
                DISPLAY (13, 01) "CLASSIFICACAO  : "
                DISPLAY (13, 18) W-CLA-DESCR
                IF W-FX-ACHOU = ZEROS
                   GO TO RES-003B.
                DISPLAY (13, 45) "REF:"
                MOVE TE-FX-MIN(W-FX-ACHOU) TO W-VAL-ED
                DISPLAY (13, 50) W-VAL-ED
                DISPLAY (13, 62) "A"
                MOVE TE-FX-MAX(W-FX-ACHOU) TO W-VAL-ED
                DISPLAY (13, 64) W-VAL-ED.
       RES-003B.
                DISPLAY (14, 01) "RESULTADO/OBS  : "
                ACCEPT (14, 18) EXM-RESULTADO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO RES-002.
       RES-004.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 35) "CONFIRMAR RECEBIMENTO (S/N) : ".
                GO TO ROT-FIM.
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
      * RELATORIO DE RESULTADOS PENDENTES      *
      *****************************************
      *
      *
       ROT-FIM.
                CLOSE CADEXAME CADCONSU CADPACI
                IF W-TEX-OK = "S"
                   CLOSE CADTIPEXA.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
