       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR93T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * VERIFICACAO DOS SEGMENTOS SELADOS  *
      * DO AUDITLOG: REFAZ O HASH DE CADA  *
      * SEGMENTO, CONFERE QUANTIDADE E     *
      * HORARIOS, O ENCADEAMENTO ENTRE OS  *
      * SELOS, A NUMERACAO E A LINHA DE    *
      * SELO DO AUDITLOG CORRENTE.         *
      * RELATORIO EM AUDVERIF.DAT          *
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
           SELECT AUDSELO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SEL.
      *
      *-----------------------------------------------------------------
           SELECT AUDVERIF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-AUDNOME.
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
                03 AU-CHAVE-SELO REDEFINES AU-CHAVE.
                   05 FILLER       PIC X(04).
                   05 AU-SELO-NUM  PIC 9(06).
                   05 FILLER       PIC X(05).
                03 FILLER          PIC X(01).
                03 AU-MOTIVO       PIC X(30).
                03 AU-MOTIVO-SELO REDEFINES AU-MOTIVO.
                   05 FILLER       PIC X(05).
                   05 AU-SELO-HASH PIC 9(10).
                   05 FILLER       PIC X(15).

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

       FD AUDVERIF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDVERIF.DAT".
       01 LINVERIF            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-AUD   PIC X(02) VALUE "00".
       77 ST-ERRO-SEL   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-AUDNOME     PIC X(16) VALUE SPACES.
       77 W-NUM-ESP     PIC 9(06) VALUE ZEROS.
       77 W-ULT-NUM     PIC 9(06) VALUE ZEROS.
       77 W-ULT-HASH    PIC 9(10) VALUE ZEROS.
       77 W-QTD         PIC 9(06) VALUE ZEROS.
       77 W-PRIM-D      PIC 9(08) VALUE ZEROS.
       77 W-PRIM-H      PIC 9(08) VALUE ZEROS.
       77 W-ULT-D       PIC 9(08) VALUE ZEROS.
       77 W-ULT-H       PIC 9(08) VALUE ZEROS.
       77 W-TOT-SEG     PIC 9(06) VALUE ZEROS.
       77 W-TOT-REG     PIC 9(08) VALUE ZEROS.
       77 W-TOT-OCOR    PIC 9(06) VALUE ZEROS.
       77 W-SELO-VIVO   PIC 9(01) VALUE ZEROS.
       77 W-VIVO-NUM    PIC 9(06) VALUE ZEROS.
       77 W-VIVO-HASH   PIC 9(10) VALUE ZEROS.
       77 W-ED-6        PIC ZZZZZ9.
       77 W-ED-8        PIC ZZZZZZZ9.
      *
      *    HASH DOS SEGMENTOS JA CONFERIDOS, PELO NUMERO, PARA
      *    CONFERIR AS LINHAS DE SELO GRAVADAS DENTRO DELES
       01 TABSEG.
           03 TS-HASH   PIC 9(10) OCCURS 9999 TIMES.
       01 TABSEG-OK.
           03 TS-OK     PIC 9(01) OCCURS 9999 TIMES.
      *
       77 W-HASH        PIC 9(10) VALUE ZEROS.
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
       01 W-CAB1.
           03 FILLER    PIC X(45) VALUE
              "VERIFICACAO DOS SEGMENTOS SELADOS DO AUDITLOG".
           03 FILLER    PIC X(09) VALUE "   DATA: ".
           03 W-CAB1-DT PIC 99/99/9999.
       01 W-DET.
           03 FILLER    PIC X(04) VALUE "SEG ".
           03 W-DET-NUM PIC 9(06).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 W-DET-MSG PIC X(68).
       01 W-DATA-HJ     PIC 9(08) VALUE ZEROS.
       01 W-DATA-HJ-R REDEFINES W-DATA-HJ.
           03 W-HJ-ANO  PIC 9(04).
           03 W-HJ-MES  PIC 9(02).
           03 W-HJ-DIA  PIC 9(02).
       01 W-DATA-ED.
           03 W-ED-DIA  PIC 9(02).
           03 W-ED-MES  PIC 9(02).
           03 W-ED-ANO  PIC 9(04).
       01 W-DATA-ED-N REDEFINES W-DATA-ED PIC 9(08).
      *
       01 PASSO-REGISTROS PIC 9(06) EXTERNAL.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       VER-OP0.
           OPEN OUTPUT AUDVERIF
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO AUDVERIF.DAT"
               GO TO ROT-FIM.
           ACCEPT W-DATA-HJ FROM DATE YYYYMMDD
           MOVE W-HJ-DIA TO W-ED-DIA
           MOVE W-HJ-MES TO W-ED-MES
           MOVE W-HJ-ANO TO W-ED-ANO
           MOVE W-DATA-ED-N TO W-CAB1-DT
           WRITE LINVERIF FROM W-CAB1
           MOVE SPACES TO LINVERIF
           WRITE LINVERIF
           MOVE ZEROS TO TABSEG-OK
           MOVE 1 TO W-NUM-ESP
           OPEN INPUT AUDSELO
           IF ST-ERRO-SEL NOT = "00"
               MOVE SPACES TO LINVERIF
               MOVE "AUDSELO.DAT INEXISTENTE - NENHUM SEGMENTO SELADO"
                    TO LINVERIF
               WRITE LINVERIF
               GO TO VER-VIVO.
      *
      *****************************************
      * CADA SELO: NUMERACAO, ENCADEAMENTO E   *
      * CONFERENCIA DO ARQUIVO DO SEGMENTO     *
      *****************************************
      *
       VER-SELO.
           READ AUDSELO NEXT RECORD
           AT END
               CLOSE AUDSELO
               GO TO VER-VIVO.
           ADD 1 TO W-TOT-SEG
           MOVE SL-NUM TO W-DET-NUM
           IF SL-NUM < W-NUM-ESP
               MOVE "SELO DUPLICADO OU FORA DE ORDEM" TO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM
           ELSE
               IF SL-NUM > W-NUM-ESP
                   MOVE W-NUM-ESP TO W-ED-6
                   MOVE SPACES TO W-DET-MSG
                   STRING "SELOS AUSENTES A PARTIR DO SEGMENTO "
                          W-ED-6 DELIMITED BY SIZE INTO W-DET-MSG
                   PERFORM VER-OCOR THRU VER-OCOR-FIM.
           IF SL-HASH-ANT NOT = W-ULT-HASH
               MOVE "ENCADEAMENTO QUEBRADO (HASH ANTERIOR DIFERENTE)"
                    TO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM.
           PERFORM VER-SEG THRU VER-SEG-FIM
           IF SL-NUM > 0 AND SL-NUM < 10000
               MOVE SL-HASH TO TS-HASH(SL-NUM)
               MOVE 1 TO TS-OK(SL-NUM).
           MOVE SL-NUM  TO W-ULT-NUM
           MOVE SL-HASH TO W-ULT-HASH
           COMPUTE W-NUM-ESP = SL-NUM + 1
           GO TO VER-SELO.
      *
      *****************************************
      * A ULTIMA LINHA DE SELO DO AUDITLOG     *
      * CORRENTE DEVE APONTAR O ULTIMO SELO    *
      *****************************************
      *
       VER-VIVO.
           MOVE "AUDITLOG.DAT" TO W-AUDNOME
           MOVE ZEROS TO W-SELO-VIVO
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               GO TO VER-VIVO-CONF.
       VER-VIVO-LER.
           READ AUDITLOG NEXT RECORD
           AT END
               CLOSE AUDITLOG
               GO TO VER-VIVO-CONF.
           IF AU-OPERACAO = "SELO" AND AU-PROGRAMA = "PROGR92T"
               MOVE 1 TO W-SELO-VIVO
               MOVE AU-SELO-NUM  TO W-VIVO-NUM
               MOVE AU-SELO-HASH TO W-VIVO-HASH.
           GO TO VER-VIVO-LER.
       VER-VIVO-CONF.
           MOVE W-ULT-NUM TO W-DET-NUM
           IF W-SELO-VIVO = 0 AND W-ULT-NUM > ZEROS
               MOVE "AUDITLOG CORRENTE SEM A LINHA DE SELO"
                    TO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM.
           IF W-SELO-VIVO = 0
               GO TO VER-FIM.
           IF W-VIVO-NUM > W-ULT-NUM
               MOVE W-VIVO-NUM TO W-ED-6
               MOVE SPACES TO W-DET-MSG
               STRING "SELOS FINAIS AUSENTES - AUDITLOG APONTA "
                      W-ED-6 DELIMITED BY SIZE INTO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM
               GO TO VER-FIM.
           IF W-VIVO-NUM < W-ULT-NUM
               MOVE W-VIVO-NUM TO W-ED-6
               MOVE SPACES TO W-DET-MSG
               STRING "SELO NAO REGISTRADO NO AUDITLOG - APONTA "
                      W-ED-6 DELIMITED BY SIZE INTO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM
               GO TO VER-FIM.
           IF W-VIVO-HASH NOT = W-ULT-HASH
               MOVE "HASH DO ULTIMO SELO DIFERE DO AUDITLOG"
                    TO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM.
      *
       VER-FIM.
           MOVE SPACES TO LINVERIF
           WRITE LINVERIF
           MOVE W-TOT-SEG TO W-ED-6
           STRING "SEGMENTOS CONFERIDOS..: " W-ED-6
                  DELIMITED BY SIZE INTO LINVERIF
           WRITE LINVERIF
           MOVE SPACES TO LINVERIF
           MOVE W-TOT-REG TO W-ED-8
           STRING "REGISTROS CONFERIDOS..: " W-ED-8
                  DELIMITED BY SIZE INTO LINVERIF
           WRITE LINVERIF
           MOVE SPACES TO LINVERIF
           MOVE W-TOT-OCOR TO W-ED-6
           STRING "OCORRENCIAS...........: " W-ED-6
                  DELIMITED BY SIZE INTO LINVERIF
           WRITE LINVERIF
           MOVE SPACES TO LINVERIF
           IF W-TOT-OCOR = ZEROS
               MOVE "CORRENTE DE SELOS INTEGRA" TO LINVERIF
           ELSE
               MOVE "*** AUDITLOG ADULTERADO OU INCOMPLETO ***"
                    TO LINVERIF.
           WRITE LINVERIF
           CLOSE AUDVERIF
           MOVE W-TOT-SEG TO PASSO-REGISTROS
           DISPLAY "SEGMENTOS CONFERIDOS: " W-TOT-SEG
                   "  OCORRENCIAS: " W-TOT-OCOR
           DISPLAY "RELATORIO EM AUDVERIF.DAT"
           IF W-TOT-OCOR > ZEROS
               GO TO ROT-FIM.
           GO TO ROT-FIMP.
      *
      *****************************************
      * RELE O ARQUIVO DO SEGMENTO E REFAZ O   *
      * HASH A PARTIR DO HASH ANTERIOR SELADO  *
      *****************************************
      *
       VER-SEG.
           MOVE SL-ARQUIVO TO W-AUDNOME
           OPEN INPUT AUDITLOG
           IF ST-ERRO-AUD NOT = "00"
               MOVE SPACES TO W-DET-MSG
               STRING "ARQUIVO " SL-ARQUIVO " AUSENTE"
                      DELIMITED BY SIZE INTO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM
               GO TO VER-SEG-FIM.
           MOVE SL-HASH-ANT TO W-HASH
           MOVE ZEROS TO W-QTD W-PRIM-D W-PRIM-H W-ULT-D W-ULT-H.
       VER-SEG-LER.
           READ AUDITLOG NEXT RECORD
           AT END
               CLOSE AUDITLOG
               GO TO VER-SEG-CONF.
           ADD 1 TO W-QTD W-TOT-REG
           IF W-QTD = 1
               MOVE AU-DATA TO W-PRIM-D
               MOVE AU-HORA TO W-PRIM-H.
           MOVE AU-DATA TO W-ULT-D
           MOVE AU-HORA TO W-ULT-H
           MOVE LINAUDIT TO W-LINHA-H
           PERFORM HASH-LINHA THRU HASH-LINHA-FIM
           IF AU-OPERACAO = "SELO" AND AU-PROGRAMA = "PROGR92T"
               PERFORM VER-SELO-INT THRU VER-SELO-INT-FIM.
           GO TO VER-SEG-LER.
       VER-SEG-CONF.
           IF W-QTD NOT = SL-QTD
               MOVE SL-QTD TO W-ED-6
               MOVE SPACES TO W-DET-MSG
               STRING "QUANTIDADE DIFERENTE - SELADO " W-ED-6
                      DELIMITED BY SIZE INTO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM.
           IF W-PRIM-D NOT = SL-PRIM-DATA
              OR W-PRIM-H NOT = SL-PRIM-HORA
               MOVE "PRIMEIRO REGISTRO DIFERENTE DO SELADO"
                    TO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM.
           IF W-ULT-D NOT = SL-ULT-DATA
              OR W-ULT-H NOT = SL-ULT-HORA
               MOVE "ULTIMO REGISTRO DIFERENTE DO SELADO"
                    TO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM.
           IF W-HASH NOT = SL-HASH
               MOVE "HASH DIFERENTE DO SELADO - CONTEUDO ALTERADO"
                    TO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM.
       VER-SEG-FIM.
           EXIT.
      *
      *    LINHA DE SELO GRAVADA NO DIA QUE VIROU ESTE SEGMENTO:
      *    DEVE APONTAR UM SELO JA CONFERIDO E COM O MESMO HASH
       VER-SELO-INT.
           IF AU-SELO-NUM NOT < SL-NUM
               MOVE "LINHA DE SELO APONTA SEGMENTO POSTERIOR"
                    TO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM
               GO TO VER-SELO-INT-FIM.
           IF AU-SELO-NUM = ZEROS OR AU-SELO-NUM > 9999
               GO TO VER-SELO-INT-FIM.
           IF TS-OK(AU-SELO-NUM) = 0
               GO TO VER-SELO-INT-FIM.
           IF TS-HASH(AU-SELO-NUM) NOT = AU-SELO-HASH
               MOVE AU-SELO-NUM TO W-ED-6
               MOVE SPACES TO W-DET-MSG
               STRING "LINHA DE SELO COM HASH DIVERGENTE DO SEG "
                      W-ED-6 DELIMITED BY SIZE INTO W-DET-MSG
               PERFORM VER-OCOR THRU VER-OCOR-FIM.
       VER-SELO-INT-FIM.
           EXIT.
      *
       VER-OCOR.
           ADD 1 TO W-TOT-OCOR
           WRITE LINVERIF FROM W-DET
           DISPLAY W-DET.
       VER-OCOR-FIM.
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
