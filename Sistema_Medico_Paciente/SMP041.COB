                    RECORD KEY   IS LM-CHAVE
                    FILE STATUS  IS ST-ERRO-LOT.
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
           SELECT RELEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    05 LM-LOTE     PIC X(10).
                03 LM-VALIDADE     PIC 9(08).
                03 LM-SALDO        PIC 9(06).
                03 LM-CUSTO-UNIT   PIC 9(07)V99.

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

       FD RELEST
            LABEL RECORD IS STANDARD
       77 ST-ERRO-MEDIC PIC X(02) VALUE "00".
       77 ST-ERRO-LOT   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 ST-ERRO-PED   PIC X(02) VALUE "00".
       77 W-TEM-PED     PIC 9(01) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-TOT-MIN     PIC 9(05) VALUE ZEROS.
       77 W-TOT-VENC    PIC 9(05) VALUE ZEROS.
           03 LM1-ATUAL       PIC ZZZZZ9.
           03 FILLER          PIC X(09) VALUE " MINIMO: ".
           03 LM1-MIN         PIC ZZZZZ9.
           03 LM1-PEDTXT      PIC X(09).
           03 LM1-PEDIDO      PIC X(06).
       01 LINDET-VENC.
           03 LM2-COD         PIC 9(05).
           03 FILLER          PIC X(01) VALUE SPACE.
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELESTOQ"
               CLOSE CADMEDIC CADLOTMED
               GO TO ROT-FIM.
      *    ITEM JA PEDIDO AO FORNECEDOR SAI COM O NUMERO DO PEDIDO
           MOVE 1 TO W-TEM-PED
           OPEN INPUT CADPEDCOMP
           IF ST-ERRO-PED NOT = "00"
               MOVE ZEROS TO W-TEM-PED.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
      *    LIMITE DE 90 DIAS POR VIRADA SIMPLES DE TRES MESES
           MOVE W-HOJE TO W-LIMITE
                MOVE NOMEMEDIC     TO LM1-NOME
                MOVE ESTOQUE-ATUAL TO LM1-ATUAL
                MOVE ESTOQUE-MIN   TO LM1-MIN
                MOVE SPACES        TO LM1-PEDTXT LM1-PEDIDO
                IF W-TEM-PED = 1
                    PERFORM REL-PED THRU REL-PED-FIM.
                MOVE LINDET-MIN TO LINRELEST
                WRITE LINRELEST
                ADD 1 TO W-TOT-MIN
                WRITE LINRELEST
                ADD 1 TO W-TOT-VENC
                GO TO REL-VENC-LER.
      *
      *
       REL-PED.
                MOVE CODMEDIC TO PC-CODMEDIC
                START CADPEDCOMP KEY IS EQUAL TO PC-CODMEDIC
                IF ST-ERRO-PED NOT = "00"
                    GO TO REL-PED-FIM.
       REL-PED-LER.
                READ CADPEDCOMP NEXT RECORD
                IF ST-ERRO-PED NOT = "00" AND ST-ERRO-PED NOT = "02"
                    GO TO REL-PED-FIM.
                IF PC-CODMEDIC NOT = CODMEDIC
                    GO TO REL-PED-FIM.
                IF PC-SITUACAO NOT = "A" AND PC-SITUACAO NOT = "P"
                    GO TO REL-PED-LER.
                MOVE " PEDIDO: " TO LM1-PEDTXT
                MOVE PC-NUMERO   TO LM1-PEDIDO.
       REL-PED-FIM.
                EXIT.
      *
       REL-FIM.
                CLOSE CADMEDIC CADLOTMED RELEST
                IF W-TEM-PED = 1
                    CLOSE CADPEDCOMP.
                DISPLAY "RELATORIO GRAVADO EM RELESTOQ.DAT"
                DISPLAY "ITENS NO MINIMO....: " W-TOT-MIN
                DISPLAY "LOTES VENCENDO.....: " W-TOT-VENC
