       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR92T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * SELAGEM NOTURNA DO AUDITLOG (PASSO *
      * DA CADEIA PROGR63T): OS REGISTROS  *
      * DOS DIAS JA ENCERRADOS VAO PARA UM *
      * SEGMENTO POR DIA (AUDITLOG.Snnnnnn)*
      * E CADA SEGMENTO E SELADO NO        *
      * AUDSELO COM QUANTIDADE, PRIMEIRO E *
      * ULTIMO HORARIO E HASH ENCADEADO AO *
      * SEGMENTO ANTERIOR. O AUDITLOG.DAT  *
      * FICA SO COM O DIA CORRENTE         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.
      *
      *-----------------------------------------------------------------
           SELECT AUDTMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.
      *
      *-----------------------------------------------------------------
           SELECT AUDSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SEG.
      *
      *-----------------------------------------------------------------
           SELECT AUDSELO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDITLOG.DAT".
       01 LINAUDIT.
                03 AU-DATA         PIC 9(08).
                03 FILLER          PIC X(01).
                03 AU-HORA         PIC 9(08).
                03 FILLER          PIC X(01).
                03 AU-PROGRAMA     PIC X(08).
                03 FILLER          PIC X(01).
                03 AU-OPERADOR     PIC X(08).
                03 FILLER          PIC X(01).
                03 AU-OPERACAO     PIC X(10).
                03 FILLER          PIC X(01).
                03 AU-CHAVE        PIC X(15).
                03 FILLER          PIC X(01).
                03 AU-MOTIVO       PIC X(30).

       FD AUDTMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDITLOG.TMP".
       01 LINAUDTMP           PIC X(93).

       FD AUDSEG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-SEGNOME.
       01 LINAUDSEG           PIC X(93).

       FD AUDSELO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDSELO.DAT".
       01 LINSELO.
                03 SL-NUM          PIC 9(06).
                03 FILLER          PIC X(01).
                03 SL-DATA         PIC 9(08).
                03 FILLER          PIC X(01).
                03 SL-QTD          PIC 9(06).
                03 FILLER          PIC X(01).
                03 SL-PRIM-DATA    PIC 9(08).
                03 FILLER          PIC X(01).
                03 SL-PRIM-HORA    PIC 9(08).
                03 FILLER          PIC X(01).
                03 SL-ULT-DATA     PIC 9(08).
                03 FILLER          PIC X(01).
                03 SL-ULT-HORA     PIC 9(08).
                03 FILLER          PIC X(01).
                03 SL-HASH-ANT     PIC 9(10).
                03 FILLER          PIC X(01).
                03 SL-HASH         PIC 9(10).
                03 FILLER          PIC X(01).
                03 SL-ARQUIVO      PIC X(16).
                03 FILLER          PIC X(01).
                03 SL-DATA-SELO    PIC 9(08).
                03 FILLER          PIC X(01).
                03 SL-HORA-SELO    PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-AUD   PIC X(02) VALUE "00".
       77 ST-ERRO-TMP   PIC X(02) VALUE "00".
       77 ST-ERRO-SEG   PIC X(02) VALUE "00".
       77 ST-ERRO-SEL   PIC X(02) VALUE "00".
       77 W-SEGNOME     PIC X(16) VALUE SPACES.
       77 W-HOJE8       PIC 9(08) VALUE ZEROS.
       77 W-ULT-NUM     PIC 9(06) VALUE ZEROS.
       77 W-ULT-DIA     PIC 9(08) VALUE ZEROS.
       77 W-SEG-ABERTO  PIC 9(01) VALUE ZEROS.
       77 W-SEG-NUM     PIC 9(06) VALUE ZEROS.
       77 W-SEG-DATA    PIC 9(08) VALUE ZEROS.
       77 W-SEG-QTD     PIC 9(06) VALUE ZEROS.
       77 W-SEG-PRIM-D  PIC 9(08) VALUE ZEROS.
       77 W-SEG-PRIM-H  PIC 9(08) VALUE ZEROS.
       77 W-SEG-ULT-D   PIC 9(08) VALUE ZEROS.
       77 W-SEG-ULT-H   PIC 9(08) VALUE ZEROS.
       77 W-TOT-SEG     PIC 9(04) VALUE ZEROS.
       77 W-TOT-ARQ     PIC 9(06) VALUE ZEROS.
       77 W-TOT-MANT    PIC 9(06) VALUE ZEROS.
       77 W-TOT-TARDE   PIC 9(06) VALUE ZEROS.
       77 W-ERRO-SEL    PIC 9(01) VALUE ZEROS.
      *
      *    HASH ENCADEADO: PARTE DO HASH DO SEGMENTO ANTERIOR E
      *    ACUMULA CADA CARACTER DAS LINHAS (MESMO CALCULO DO
      *    HASH DE LOTE DO FATURAMENTO, MODULO 9999999967)
       77 W-HASH        PIC 9(10) VALUE ZEROS.
       77 W-HASH-ANT    PIC 9(10) VALUE ZEROS.
       77 W-HASH-QUO    PIC 9(13) VALUE ZEROS.
       77 W-HASH-TMP    PIC 9(13) VALUE ZEROS.
       77 W-HX          PIC 9(03) COMP VALUE ZEROS.
       01 W-LINHA-H     PIC X(93) VALUE SPACES.
       01 W-LINHA-H-R REDEFINES W-LINHA-H.
           03 W-CAR-H   PIC X(01) OCCURS 93 TIMES.
       01 W-BYTE-PAR.
           03 FILLER    PIC X(01) VALUE LOW-VALUE.
           03 W-BYTE    PIC X(01) VALUE LOW-VALUE.
       01 W-BYTE-NUM REDEFINES W-BYTE-PAR PIC 9(04) COMP.
      *
       01 W-SEGNOME-M.
           03 FILLER         PIC X(10) VALUE "AUDITLOG.S".
           03 W-SEGNOME-NUM  PIC 9(06).
      *
       01 PASSO-REGISTROS PIC 9(06) EXTERNAL.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      *****************************************
      * ULTIMO SEGMENTO SELADO (NUMERO, DIA E  *
      * HASH) PARA CONTINUAR A CORRENTE        *
      *****************************************
      *
       SEL-OP0.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
           MOVE ZEROS TO W-ULT-NUM W-ULT-DIA W-HASH-ANT
           OPEN INPUT AUDSELO
           IF ST-ERRO-SEL NOT = "00"
               DISPLAY "AUDSELO INEXISTENTE - PRIMEIRO SEGMENTO"
               GO TO SEL-OP1.
       SEL-ULT.
           READ AUDSELO NEXT RECORD
           AT END
               CLOSE AUDSELO
               GO TO SEL-OP1.
           MOVE SL-NUM  TO W-ULT-NUM
           MOVE SL-DATA TO W-ULT-DIA
           MOVE SL-HASH TO W-HASH-ANT
           GO TO SEL-ULT.
      *
       SEL-OP1.
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               DISPLAY "AUDITLOG NAO ENCONTRADO - NADA A SELAR"
               GO TO ROT-FIMP.
           OPEN OUTPUT AUDTMP
           IF ST-ERRO-TMP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDITLOG.TMP"
               CLOSE AUDITLOG
               GO TO ROT-FIM.
           OPEN EXTEND AUDSELO
           IF ST-ERRO-SEL NOT = "00"
               OPEN OUTPUT AUDSELO.
           IF ST-ERRO-SEL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDSELO"
               CLOSE AUDITLOG AUDTMP
               GO TO ROT-FIM.
           MOVE W-ULT-NUM TO W-SEG-NUM
           MOVE ZEROS TO W-SEG-ABERTO.
      *
      *****************************************
      * DIAS ENCERRADOS VAO PARA OS SEGMENTOS; *
      * O DIA CORRENTE FICA NO AUDITLOG.TMP    *
      *****************************************
      *
       SEL-LER.
           READ AUDITLOG NEXT RECORD
           AT END
               GO TO SEL-FECHA.
           IF AU-DATA NOT < W-HOJE8
               MOVE LINAUDIT TO LINAUDTMP
               WRITE LINAUDTMP
               ADD 1 TO W-TOT-MANT
               GO TO SEL-LER.
      *    REGISTRO DE DIA JA SELADO (GRAVACAO ATRASADA OU
      *    SELAGEM ANTERIOR INTERROMPIDA) VAI PARA NOVO SEGMENTO
           IF AU-DATA NOT > W-ULT-DIA
               ADD 1 TO W-TOT-TARDE.
           IF W-SEG-ABERTO = 1 AND AU-DATA NOT = W-SEG-DATA
               PERFORM SEG-FECHA THRU SEG-FECHA-FIM.
           IF W-ERRO-SEL = 1
               GO TO SEL-ABORTA.
           IF W-SEG-ABERTO = 0
               PERFORM SEG-ABRE THRU SEG-ABRE-FIM.
           IF W-ERRO-SEL = 1
               GO TO SEL-ABORTA.
           MOVE LINAUDIT TO LINAUDSEG
           WRITE LINAUDSEG
           MOVE LINAUDIT TO W-LINHA-H
           PERFORM HASH-LINHA THRU HASH-LINHA-FIM
           ADD 1 TO W-SEG-QTD W-TOT-ARQ
           MOVE AU-DATA TO W-SEG-ULT-D
           MOVE AU-HORA TO W-SEG-ULT-H
           GO TO SEL-LER.
      *
       SEL-FECHA.
           IF W-SEG-ABERTO = 1
               PERFORM SEG-FECHA THRU SEG-FECHA-FIM.
           CLOSE AUDITLOG AUDTMP AUDSELO
           IF W-ERRO-SEL = 1
               GO TO ROT-FIM.
           IF W-TOT-SEG = ZEROS
               DISPLAY "NENHUM DIA ENCERRADO A SELAR"
               GO TO SEL-FIM.
      *
      *****************************************
      * AUDITLOG.DAT RECRIADO SO COM O DIA     *
      * CORRENTE, SEGUIDO DA LINHA DE SELO QUE *
      * AMARRA O ULTIMO SEGMENTO AO PROXIMO    *
      *****************************************
      *
       SEL-REGRAVA.
           OPEN INPUT AUDTMP
           IF ST-ERRO-TMP NOT = "00"
               DISPLAY "ERRO NA REABERTURA DO ARQUIVO AUDITLOG.TMP"
               GO TO ROT-FIM.
           OPEN OUTPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO AUDITLOG"
               CLOSE AUDTMP
               GO TO ROT-FIM.
       SEL-REGRAVA-LER.
           READ AUDTMP NEXT RECORD
           AT END
               GO TO SEL-REGRAVA-SELO.
           MOVE LINAUDTMP TO LINAUDIT
           WRITE LINAUDIT
           GO TO SEL-REGRAVA-LER.
       SEL-REGRAVA-SELO.
           MOVE SPACES TO LINAUDIT
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE "PROGR92T"   TO AU-PROGRAMA
           MOVE SPACES       TO AU-OPERADOR
           MOVE "SELO"       TO AU-OPERACAO
           MOVE W-SEG-NUM    TO W-SEGNOME-NUM
           STRING "SEG " W-SEGNOME-NUM
              DELIMITED BY SIZE INTO AU-CHAVE
           STRING "HASH " W-HASH-ANT
              DELIMITED BY SIZE INTO AU-MOTIVO
           WRITE LINAUDIT
           CLOSE AUDTMP AUDITLOG.
      *
       SEL-FIM.
           MOVE W-TOT-ARQ TO PASSO-REGISTROS
           DISPLAY "SEGMENTOS SELADOS.....: " W-TOT-SEG
           DISPLAY "REGISTROS ARQUIVADOS..: " W-TOT-ARQ
           DISPLAY "REGISTROS DO DIA......: " W-TOT-MANT
           IF W-TOT-TARDE > ZEROS
               DISPLAY "AVISO: REGISTROS DE DIA JA SELADO: "
                       W-TOT-TARDE.
           GO TO ROT-FIMP.
      *
      *    FALHA NA GRAVACAO DE UM SEGMENTO: O AUDITLOG.DAT NAO
      *    E TOCADO E A PROXIMA EXECUCAO REFAZ A SELAGEM
       SEL-ABORTA.
           CLOSE AUDITLOG AUDTMP AUDSELO
           DISPLAY "*** SELAGEM INTERROMPIDA - AUDITLOG MANTIDO ***"
           GO TO ROT-FIM.
      *
      *****************************************
      * ABERTURA E SELO DE UM SEGMENTO         *
      *****************************************
      *
       SEG-ABRE.
           ADD 1 TO W-SEG-NUM
           MOVE W-SEG-NUM TO W-SEGNOME-NUM
           MOVE W-SEGNOME-M TO W-SEGNOME
           OPEN OUTPUT AUDSEG
           IF ST-ERRO-SEG NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO SEGMENTO " W-SEGNOME
               MOVE 1 TO W-ERRO-SEL
               GO TO SEG-ABRE-FIM.
           MOVE 1 TO W-SEG-ABERTO
           MOVE W-HASH-ANT TO W-HASH
           MOVE ZEROS TO W-SEG-QTD
           MOVE AU-DATA TO W-SEG-DATA W-SEG-PRIM-D
           MOVE AU-HORA TO W-SEG-PRIM-H.
       SEG-ABRE-FIM.
           EXIT.
      *
       SEG-FECHA.
           CLOSE AUDSEG
           MOVE SPACES        TO LINSELO
           MOVE W-SEG-NUM     TO SL-NUM
           MOVE W-SEG-DATA    TO SL-DATA
           MOVE W-SEG-QTD     TO SL-QTD
           MOVE W-SEG-PRIM-D  TO SL-PRIM-DATA
           MOVE W-SEG-PRIM-H  TO SL-PRIM-HORA
           MOVE W-SEG-ULT-D   TO SL-ULT-DATA
           MOVE W-SEG-ULT-H   TO SL-ULT-HORA
           MOVE W-HASH-ANT    TO SL-HASH-ANT
           MOVE W-HASH        TO SL-HASH
           MOVE W-SEGNOME     TO SL-ARQUIVO
           ACCEPT SL-DATA-SELO FROM DATE YYYYMMDD
           ACCEPT SL-HORA-SELO FROM TIME
           WRITE LINSELO
           IF ST-ERRO-SEL NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO SELO " W-SEGNOME
               MOVE 1 TO W-ERRO-SEL.
           DISPLAY "SEGMENTO " W-SEG-NUM " DIA " W-SEG-DATA
                   " REGISTROS " W-SEG-QTD " HASH " W-HASH
           MOVE W-HASH TO W-HASH-ANT
           MOVE ZEROS TO W-SEG-ABERTO
           ADD 1 TO W-TOT-SEG.
       SEG-FECHA-FIM.
           EXIT.
      *
      *****************************************
      * ACUMULA NO W-HASH OS 93 CARACTERES DA  *
      * LINHA EM W-LINHA-H                     *
      *****************************************
      *
       HASH-LINHA.
           MOVE 1 TO W-HX.
       HASH-LINHA-CAR.
           MOVE W-CAR-H(W-HX) TO W-BYTE
           COMPUTE W-HASH-TMP = (W-HASH * 31) + W-BYTE-NUM + 1
           DIVIDE W-HASH-TMP BY 9999999967 GIVING W-HASH-QUO
                  REMAINDER W-HASH
           IF W-HX < 93
               ADD 1 TO W-HX
               GO TO HASH-LINHA-CAR.
       HASH-LINHA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           MOVE 8 TO RETURN-CODE
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
