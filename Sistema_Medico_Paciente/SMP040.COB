       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * MOVIMENTACAO DO ESTOQUE DA         *
      * FARMACIA: ENTRADA POR LOTE (COM    *
      * CUSTO UNITARIO), DISPENSACAO       *
      * CONTRA RECEITA E AJUSTE DE         *
      * INVENTARIO                         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRO-REC.
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
           SELECT CADENTPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CHAVE
                    FILE STATUS  IS ST-ERRO-ENP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                    05 LM-LOTE     PIC X(10).
                03 LM-VALIDADE     PIC 9(08).
                03 LM-SALDO        PIC 9(06).
                03 LM-CUSTO-UNIT   PIC 9(07)V99.

       FD CADMOVEST
            LABEL RECORD IS STANDARD
                03 ME-LOTE         PIC X(10).
                03 ME-CPF          PIC 9(11).
                03 ME-OPERADOR     PIC X(08).
                03 ME-CUSTO-UNIT   PIC 9(07)V99.

       FD CADRECEI
            LABEL RECORD IS STANDARD
                03 REC-POSOLOGIA   PIC X(40).
                03 REC-CRM         PIC 9(06).
                03 REC-DATA-EMIS   PIC 9(08).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-LOT  PIC X(02) VALUE "00".
       77 ST-ERRO-MOV  PIC X(02) VALUE "00".
       77 ST-ERRO-REC  PIC X(02) VALUE "00".
       77 ST-ERRO-PED  PIC X(02) VALUE "00".
       77 ST-ERRO-ENP  PIC X(02) VALUE "00".
       77 W-TEM-PED    PIC 9(01) VALUE ZEROS.
       77 W-PEDIDO     PIC 9(06) VALUE ZEROS.
       77 W-PED-ITEM   PIC 9(02) VALUE ZEROS.
       77 W-PED-ABERTO PIC 9(06) VALUE ZEROS.
       77 W-PED-SALDO  PIC 9(06) VALUE ZEROS.
       77 W-EP-SEQ     PIC 9(03) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CODMEDIC   PIC 9(05) VALUE ZEROS.
       77 W-LOTE       PIC X(10) VALUE SPACES.
       77 W-QTD        PIC 9(06) VALUE ZEROS.
       77 W-CUSTO      PIC 9(07)V99 VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-SEQ        PIC 9(04) VALUE ZEROS.
       01 W-CHAVE-REC.
               MOVE "ARQUIVO CADRECEI NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *    SEM PEDIDOS DE COMPRA A ENTRADA SEGUE AVULSA
       MOV-OP5.
           MOVE ZEROS TO W-TEM-PED
           OPEN I-O CADPEDCOMP
           IF ST-ERRO-PED NOT = "00"
               GO TO MOV-001.
       MOV-OP6.
           OPEN I-O CADENTPED
           IF ST-ERRO-ENP NOT = "00"
               IF ST-ERRO-ENP = "30"
                      OPEN OUTPUT CADENTPED
                      CLOSE CADENTPED
                      GO TO MOV-OP6
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADENTPED"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPEDCOMP
                      GO TO MOV-001
                ELSE
                    NEXT SENTENCE.
           MOVE 1 TO W-TEM-PED.

       MOV-001.
                MOVE ZEROS TO W-CODMEDIC W-QTD
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MOV-005.
                IF W-TIPO = "E"
                   GO TO ENT-PED.
                GO TO AJU-001.
      *
      *****************************************
      * ENTRADA CONTRA PEDIDO DE COMPRA: O     *
      * PEDIDO ABERTO DO ITEM VEM SUGERIDO     *
      *****************************************
      *
       ENT-PED.
                MOVE ZEROS TO W-PEDIDO W-PED-ITEM
                IF W-TEM-PED = 0
                   GO TO ENT-CUS.
                PERFORM PED-VER THRU PED-VER-FIM
                MOVE W-PED-ABERTO TO W-PEDIDO
                DISPLAY (10, 01) "PEDIDO DE COMPRA (0=SEM PEDIDO): ".
       ENT-PED1.
                ACCEPT (10, 34) W-PEDIDO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (10, 01) LIMPA
                   GO TO MOV-005.
                IF W-PEDIDO = ZEROS
                   GO TO ENT-CUS.
                MOVE W-PEDIDO TO PC-NUMERO
                MOVE ZEROS    TO PC-ITEM
                START CADPEDCOMP KEY IS NOT LESS THAN PC-CHAVE
                IF ST-ERRO-PED NOT = "00"
                   GO TO ENT-PED-NAO.
       ENT-PED-LER.
                READ CADPEDCOMP NEXT RECORD
                IF ST-ERRO-PED NOT = "00" AND ST-ERRO-PED NOT = "02"
                   GO TO ENT-PED-NAO.
                IF PC-NUMERO NOT = W-PEDIDO
                   GO TO ENT-PED-NAO.
                IF PC-CODMEDIC NOT = W-CODMEDIC
                   GO TO ENT-PED-LER.
                IF PC-SITUACAO NOT = "A" AND PC-SITUACAO NOT = "P"
                   GO TO ENT-PED-LER.
                MOVE PC-ITEM TO W-PED-ITEM
                COMPUTE W-PED-SALDO = PC-QTD-PED - PC-QTD-REC
                IF W-QTD > W-PED-SALDO
                   MOVE "*** QUANTIDADE EXCEDE O SALDO DO PEDIDO ***"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ENT-PED1.
                GO TO ENT-CUS.
       ENT-PED-NAO.
                MOVE "*** ITEM SEM SALDO PENDENTE NESTE PEDIDO ***"
                                                            TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ENT-PED1.
      *
      *****************************************
      * CUSTO UNITARIO DA ENTRADA (SUGERE O    *
      * VALOR DO PEDIDO DE COMPRA). LOTE QUE JA*
      * EXISTE FICA COM O CUSTO MEDIO          *
      *****************************************
      *
       ENT-CUS.
                MOVE ZEROS TO W-CUSTO
                IF W-PEDIDO NOT = ZEROS
                   MOVE PC-VALOR-UNIT TO W-CUSTO.
                DISPLAY (12, 01) "CUSTO UNITARIO : ".
       ENT-CUS1.
                ACCEPT (12, 18) W-CUSTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (12, 01) LIMPA
                   GO TO MOV-005.
      *
      *****************************************
      * ENTRADA DE LOTE COM VALIDADE           *
      *****************************************
      *
                MOVE W-LOTE     TO LM-LOTE
                READ CADLOTMED
                IF ST-ERRO-LOT = "00"
                   COMPUTE LM-CUSTO-UNIT ROUNDED =
                           ((LM-SALDO * LM-CUSTO-UNIT) +
                            (W-QTD * W-CUSTO)) / (LM-SALDO + W-QTD)
                   ADD W-QTD TO LM-SALDO
                   REWRITE REGLOTMED
                   GO TO ENT-002.
                MOVE W-CODMEDIC TO LM-CODMEDIC
                MOVE W-LOTE     TO LM-LOTE
                MOVE W-QTD      TO LM-SALDO
                MOVE W-CUSTO    TO LM-CUSTO-UNIT
                WRITE REGLOTMED
                IF ST-ERRO-LOT NOT = "00" AND ST-ERRO-LOT NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLOTMED"
                REWRITE REGMEDIC
                MOVE ZEROS TO W-CPF-MOV
                PERFORM MOV-GRAVA THRU MOV-GRAVA-FIM
                IF W-PEDIDO NOT = ZEROS
                   PERFORM PED-BAIXA THRU PED-BAIXA-FIM.
                MOVE "*** ENTRADA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MOV-001.
                MOVE W-QTD      TO ME-QTD
                MOVE W-LOTE     TO ME-LOTE
                MOVE W-OPERADOR TO ME-OPERADOR
                IF W-TIPO = "E"
                   MOVE W-CUSTO       TO ME-CUSTO-UNIT
                ELSE
                   MOVE LM-CUSTO-UNIT TO ME-CUSTO-UNIT.
                WRITE REGMOVEST
                IF ST-ERRO-MOV NOT = "00" AND ST-ERRO-MOV NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMOVEST"
       MOV-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * PEDIDO EM ABERTO (A OU P) PARA O ITEM  *
      *****************************************
      *
       PED-VER.
                MOVE ZEROS TO W-PED-ABERTO
                MOVE W-CODMEDIC TO PC-CODMEDIC
                START CADPEDCOMP KEY IS EQUAL TO PC-CODMEDIC
                IF ST-ERRO-PED NOT = "00"
                   GO TO PED-VER-FIM.
       PED-VER-LER.
                READ CADPEDCOMP NEXT RECORD
                IF ST-ERRO-PED NOT = "00" AND ST-ERRO-PED NOT = "02"
                   GO TO PED-VER-FIM.
                IF PC-CODMEDIC NOT = W-CODMEDIC
                   GO TO PED-VER-FIM.
                IF PC-SITUACAO = "A" OR "P"
                   MOVE PC-NUMERO TO W-PED-ABERTO
                   GO TO PED-VER-FIM.
                GO TO PED-VER-LER.
       PED-VER-FIM.
                EXIT.
      *
      *****************************************
      * BAIXA DO RECEBIDO NO ITEM DO PEDIDO E  *
      * REGISTRO DO LOTE ENTREGUE              *
      *****************************************
      *
       PED-BAIXA.
                MOVE W-PEDIDO   TO PC-NUMERO
                MOVE W-PED-ITEM TO PC-ITEM
                READ CADPEDCOMP
                IF ST-ERRO-PED NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPEDCOMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PED-BAIXA-FIM.
                ADD W-QTD TO PC-QTD-REC
                IF PC-QTD-REC < PC-QTD-PED
                   MOVE "P" TO PC-SITUACAO
                ELSE
                   MOVE "R" TO PC-SITUACAO.
                REWRITE REGPEDCOMP
                IF ST-ERRO-PED NOT = "00"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPEDCOMP"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE ZEROS TO W-EP-SEQ
                MOVE W-PEDIDO   TO EP-NUMERO
                MOVE W-PED-ITEM TO EP-ITEM
                MOVE ZEROS      TO EP-SEQ
                START CADENTPED KEY IS NOT LESS THAN EP-CHAVE
                IF ST-ERRO-ENP NOT = "00"
                   GO TO PED-BAIXA-WR.
       PED-BAIXA-LER.
                READ CADENTPED NEXT RECORD
                IF ST-ERRO-ENP NOT = "00"
                   GO TO PED-BAIXA-WR.
                IF EP-NUMERO = W-PEDIDO AND EP-ITEM = W-PED-ITEM
                   MOVE EP-SEQ TO W-EP-SEQ
                   GO TO PED-BAIXA-LER.
       PED-BAIXA-WR.
                MOVE W-PEDIDO    TO EP-NUMERO
                MOVE W-PED-ITEM  TO EP-ITEM
                COMPUTE EP-SEQ = W-EP-SEQ + 1
                MOVE W-HOJE      TO EP-DATA
                MOVE W-LOTE      TO EP-LOTE
                MOVE LM-VALIDADE TO EP-VALIDADE
                MOVE W-QTD       TO EP-QTD
                MOVE W-OPERADOR  TO EP-OPERADOR
                WRITE REGENTPED
                IF ST-ERRO-ENP NOT = "00" AND ST-ERRO-ENP NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADENTPED"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PED-BAIXA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADMEDIC CADLOTMED CADMOVEST CADRECEI
                IF W-TEM-PED = 1
                   CLOSE CADPEDCOMP CADENTPED.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
