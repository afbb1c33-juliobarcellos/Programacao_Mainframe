       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP083.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * REORGANIZACAO DO CADLOTMED E DO    *
      * CADMOVEST COM O CUSTO UNITARIO.    *
      * O LOTE RECEBIDO CONTRA PEDIDO DE   *
      * COMPRA (CADENTPED) RECEBE O VALOR  *
      * DO PEDIDO; O MOVIMENTO RECEBE O    *
      * CUSTO DO SEU LOTE                  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLOTMEDV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS LM-CHAVE-V
                    FILE STATUS  IS ST-ERRO-LV.
      *
      *-----------------------------------------------------------------
           SELECT CADLOTMEDR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LM-CHAVE-R
                    FILE STATUS  IS ST-ERRO-LR.
      *
      *-----------------------------------------------------------------
           SELECT CADMOVESTV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ME-CHAVE-V
                    FILE STATUS  IS ST-ERRO-MV.
      *
      *-----------------------------------------------------------------
           SELECT CADMOVESTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ME-CHAVE-R
                    FILE STATUS  IS ST-ERRO-MR.
      *
      *-----------------------------------------------------------------
           SELECT CADENTPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CHAVE
                    FILE STATUS  IS ST-ERRO-ENP.
      *
      *-----------------------------------------------------------------
           SELECT CADPEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-CHAVE
                    FILE STATUS  IS ST-ERRO-PED
                    ALTERNATE RECORD IS PC-CODMEDIC WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLOTMEDV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADLOTMED.DAT".
       01 REGLOTMEDV.
                03 LM-CHAVE-V      PIC X(15).
                03 LM-RESTO-V      PIC X(14).

       FD CADLOTMEDR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADLOTMEDR.DAT".
       01 REGLOTMEDR.
                03 LM-CHAVE-R.
                    05 LM-CODMEDIC-R PIC 9(05).
                    05 LM-LOTE-R   PIC X(10).
                03 LM-RESTO-R      PIC X(14).
                03 LM-CUSTO-UNIT-R PIC 9(07)V99.

       FD CADMOVESTV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01 REGMOVESTV.
                03 ME-CHAVE-V.
                    05 ME-CODMEDIC-V PIC 9(05).
                    05 FILLER      PIC X(12).
                03 ME-TIPO-V       PIC X(01).
                03 ME-QTD-V        PIC 9(06).
                03 ME-LOTE-V       PIC X(10).
                03 ME-RESTO-V      PIC X(19).

       FD CADMOVESTR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVESTR.DAT".
       01 REGMOVESTR.
                03 ME-CHAVE-R      PIC X(17).
                03 ME-MEIO-R       PIC X(17).
                03 ME-RESTO-R      PIC X(19).
                03 ME-CUSTO-UNIT-R PIC 9(07)V99.

       FD CADENTPED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADENTPED.DAT".
       01 REGENTPED.
                03 EP-CHAVE.
                    05 EP-NUMERO   PIC 9(06).
                    05 EP-ITEM     PIC 9(02).
                    05 EP-SEQ      PIC 9(03).
                03 EP-DATA         PIC 9(08).
                03 EP-LOTE         PIC X(10).
                03 EP-VALIDADE     PIC 9(08).
                03 EP-QTD          PIC 9(06).
                03 EP-OPERADOR     PIC X(08).

       FD CADPEDCOMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPEDCOMP.DAT".
       01 REGPEDCOMP.
                03 PC-CHAVE.
                    05 PC-NUMERO   PIC 9(06).
                    05 PC-ITEM     PIC 9(02).
                03 PC-FORN         PIC 9(04).
                03 PC-DATA         PIC 9(08).
                03 PC-PREVISTA     PIC 9(08).
                03 PC-CODMEDIC     PIC 9(05).
                03 PC-QTD-PED      PIC 9(06).
                03 PC-QTD-REC      PIC 9(06).
                03 PC-VALOR-UNIT   PIC 9(07)V99.
                03 PC-SITUACAO     PIC X(01).
                03 PC-OPERADOR     PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-LV    PIC X(02) VALUE "00".
       77 ST-ERRO-LR    PIC X(02) VALUE "00".
       77 ST-ERRO-MV    PIC X(02) VALUE "00".
       77 ST-ERRO-MR    PIC X(02) VALUE "00".
       77 ST-ERRO-ENP   PIC X(02) VALUE "00".
       77 ST-ERRO-PED   PIC X(02) VALUE "00".
       77 W-LOT-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-LOT-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 W-LOT-CUSTO   PIC 9(06) VALUE ZEROS.
       77 W-MOV-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-MOV-GRAVADOS PIC 9(06) VALUE ZEROS.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       REO-OP0.
           OPEN INPUT CADLOTMEDV
           IF ST-ERRO-LV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOTMED"
               GO TO ROT-FIM.
           OPEN OUTPUT CADLOTMEDR
           IF ST-ERRO-LR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOTMEDR"
               CLOSE CADLOTMEDV
               GO TO ROT-FIM.
      *
      *****************************************
      * COPIA DOS LOTES COM O CUSTO ZERADO     *
      *****************************************
      *
       REO-LOT-LER.
                READ CADLOTMEDV NEXT RECORD
                AT END
                    GO TO REO-LOT-FIM.
                ADD 1 TO W-LOT-LIDOS
                MOVE LM-CHAVE-V TO LM-CHAVE-R
                MOVE LM-RESTO-V TO LM-RESTO-R
                MOVE ZEROS      TO LM-CUSTO-UNIT-R
                WRITE REGLOTMEDR
                IF ST-ERRO-LR = "00" OR "02"
                    ADD 1 TO W-LOT-GRAVADOS
                ELSE
                    DISPLAY "ERRO NA GRAVACAO DO LOTE " LM-CHAVE-V.
                GO TO REO-LOT-LER.
       REO-LOT-FIM.
                CLOSE CADLOTMEDV CADLOTMEDR
                OPEN I-O CADLOTMEDR
                IF ST-ERRO-LR NOT = "00"
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOTMEDR"
                    GO TO ROT-FIM.
      *
      *****************************************
      * CUSTO DO LOTE PELO PEDIDO DE COMPRA DA *
      * ENTRADA (SEM PEDIDO FICA ZERADO, PARA  *
      * INFORMAR NO AJUSTE)                    *
      *****************************************
      *
                OPEN INPUT CADENTPED
                IF ST-ERRO-ENP NOT = "00"
                    GO TO REO-MOV.
                OPEN INPUT CADPEDCOMP
                IF ST-ERRO-PED NOT = "00"
                    CLOSE CADENTPED
                    GO TO REO-MOV.
       REO-ENT-LER.
                READ CADENTPED NEXT RECORD
                AT END
                    GO TO REO-ENT-FIM.
                MOVE EP-NUMERO TO PC-NUMERO
                MOVE EP-ITEM   TO PC-ITEM
                READ CADPEDCOMP
                IF ST-ERRO-PED NOT = "00"
                    GO TO REO-ENT-LER.
                MOVE PC-CODMEDIC TO LM-CODMEDIC-R
                MOVE EP-LOTE     TO LM-LOTE-R
                READ CADLOTMEDR
                IF ST-ERRO-LR NOT = "00"
                    GO TO REO-ENT-LER.
                IF LM-CUSTO-UNIT-R NOT = ZEROS
                    GO TO REO-ENT-LER.
                MOVE PC-VALOR-UNIT TO LM-CUSTO-UNIT-R
                REWRITE REGLOTMEDR
                IF ST-ERRO-LR = "00"
                    ADD 1 TO W-LOT-CUSTO.
                GO TO REO-ENT-LER.
       REO-ENT-FIM.
                CLOSE CADENTPED CADPEDCOMP.
      *
      *****************************************
      * COPIA DOS MOVIMENTOS COM O CUSTO DO    *
      * LOTE                                   *
      *****************************************
      *
       REO-MOV.
           OPEN INPUT CADMOVESTV
           IF ST-ERRO-MV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOVEST"
               CLOSE CADLOTMEDR
               GO TO REO-FIM.
           OPEN OUTPUT CADMOVESTR
           IF ST-ERRO-MR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOVESTR"
               CLOSE CADLOTMEDR CADMOVESTV
               GO TO REO-FIM.
       REO-MOV-LER.
                READ CADMOVESTV NEXT RECORD
                AT END
                    GO TO REO-MOV-FIM.
                ADD 1 TO W-MOV-LIDOS
                MOVE REGMOVESTV TO REGMOVESTR
                MOVE ZEROS TO ME-CUSTO-UNIT-R
                MOVE ME-CODMEDIC-V TO LM-CODMEDIC-R
                MOVE ME-LOTE-V     TO LM-LOTE-R
                READ CADLOTMEDR
                IF ST-ERRO-LR = "00"
                    MOVE LM-CUSTO-UNIT-R TO ME-CUSTO-UNIT-R.
                WRITE REGMOVESTR
                IF ST-ERRO-MR = "00" OR "02"
                    ADD 1 TO W-MOV-GRAVADOS
                ELSE
                    DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO " ME-CHAVE-V.
                GO TO REO-MOV-LER.
       REO-MOV-FIM.
                CLOSE CADLOTMEDR CADMOVESTV CADMOVESTR.
      *
       REO-FIM.
                DISPLAY "LOTES LIDOS         : " W-LOT-LIDOS
                DISPLAY "LOTES GRAVADOS      : " W-LOT-GRAVADOS
                DISPLAY "LOTES COM CUSTO     : " W-LOT-CUSTO
                DISPLAY "MOVIMENTOS LIDOS    : " W-MOV-LIDOS
                DISPLAY "MOVIMENTOS GRAVADOS : " W-MOV-GRAVADOS
                DISPLAY "RENOMEAR CADLOTMEDR.DAT PARA CADLOTMED.DAT E"
                DISPLAY "CADMOVESTR.DAT PARA CADMOVEST.DAT"
                DISPLAY "APOS A CONFERENCIA DOS TOTAIS"
                GO TO ROT-FIMP.
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
