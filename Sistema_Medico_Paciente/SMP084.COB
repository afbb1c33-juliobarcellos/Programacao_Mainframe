       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP084.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * CUSTO DA FARMACIA: VALORIZACAO DO  *
      * ESTOQUE POR ITEM E LOTE (VENCIDO E *
      * A VENCER EM 90 DIAS EM SEPARADO) E *
      * CONSUMO DO MES: CADA DISPENSACAO   *
      * COM O CONVENIO DO PACIENTE, TOTAIS *
      * POR CONVENIO E PERDA POR VENCIMENTO*
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDIC
                    FILE STATUS  IS ST-ERRO-MEDIC
                    ALTERNATE RECORD IS NOMEMEDIC WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADLOTMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LM-CHAVE
                    FILE STATUS  IS ST-ERRO-LOT.
      *
      *-----------------------------------------------------------------
           SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ME-CHAVE
                    FILE STATUS  IS ST-ERRO-MOV.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CNV.
      *
      *-----------------------------------------------------------------
           SELECT RELCUSTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMEDIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
                03 CODMEDIC        PIC 9(05).
                03 NOMEMEDIC       PIC X(30).
                03 APRESENTMEDIC   PIC X(20).
                03 ESTOQUE-ATUAL   PIC 9(06).
                03 ESTOQUE-MIN     PIC 9(06).
                03 MEDIC-CONTROLADO PIC X(01).
                03 MEDIC-LISTA     PIC X(02).

       FD CADLOTMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADLOTMED.DAT".
       01 REGLOTMED.
                03 LM-CHAVE.
                    05 LM-CODMEDIC PIC 9(05).
                    05 LM-LOTE     PIC X(10).
                03 LM-VALIDADE     PIC 9(08).
                03 LM-SALDO        PIC 9(06).
                03 LM-CUSTO-UNIT   PIC 9(07)V99.

       FD CADMOVEST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01 REGMOVEST.
                03 ME-CHAVE.
                    05 ME-CODMEDIC PIC 9(05).
                    05 ME-DATA.
                        07 ME-ANO  PIC 9(04).
                        07 ME-MES  PIC 9(02).
                        07 ME-DIA  PIC 9(02).
                    05 ME-SEQ      PIC 9(04).
                03 ME-TIPO         PIC X(01).
                03 ME-QTD          PIC 9(06).
                03 ME-LOTE         PIC X(10).
                03 ME-CPF          PIC 9(11).
                03 ME-OPERADOR     PIC X(08).
                03 ME-CUSTO-UNIT   PIC 9(07)V99.

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 FILLER          PIC X(40).
                03 CONVENIO        PIC 9(04).
                03 FILLER          PIC X(188).

       FD CADCONV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
                03 CODIGO          PIC 9(04).
                03 NOMEC           PIC X(30).
                03 FILLER          PIC X(87).

       FD RELCUSTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS W-ARQNOME.
       01 LINRELCUSTO         PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-MEDIC PIC X(02) VALUE "00".
       77 ST-ERRO-LOT   PIC X(02) VALUE "00".
       77 ST-ERRO-MOV   PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-CNV   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-ARQNOME     PIC X(20) VALUE SPACES.
       77 W-FUNCAO      PIC 9(01) VALUE ZEROS.
       77 W-PACI-OK     PIC X(01) VALUE "N".
       77 W-CNV-OK      PIC X(01) VALUE "N".
       77 W-MES-REF     PIC 9(02) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-COD-ANT     PIC 9(05) VALUE ZEROS.
       77 W-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77 W-CUSTO       PIC 9(07)V99 VALUE ZEROS.
       77 W-CONVENIO    PIC 9(04) VALUE ZEROS.
       77 W-SEM-CUSTO   PIC 9(05) VALUE ZEROS.
       77 W-IT-TOTAL    PIC 9(11)V99 VALUE ZEROS.
       77 W-IT-VENC     PIC 9(11)V99 VALUE ZEROS.
       77 W-IT-AVENC    PIC 9(11)V99 VALUE ZEROS.
       77 W-GR-TOTAL    PIC 9(11)V99 VALUE ZEROS.
       77 W-GR-VENC     PIC 9(11)V99 VALUE ZEROS.
       77 W-GR-AVENC    PIC 9(11)V99 VALUE ZEROS.
       77 W-QTD-DISP    PIC 9(06) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-LIMITE      PIC 9(08) VALUE ZEROS.
       01 W-LIMITE-R REDEFINES W-LIMITE.
           03 W-LIM-ANO PIC 9(04).
           03 W-LIM-MES PIC 9(02).
           03 W-LIM-DIA PIC 9(02).
       01 W-DATA-ED.
           03 W-DE-DIA      PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-DE-MES      PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-DE-ANO      PIC 9(04).
       01 W-DATA-AUX    PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUX-R REDEFINES W-DATA-AUX.
           03 W-DA-ANO  PIC 9(04).
           03 W-DA-MES  PIC 9(02).
           03 W-DA-DIA  PIC 9(02).
      *
      *    CUSTO DISPENSADO POR CONVENIO (0 = PARTICULAR)
       77 TC-TOTAL      PIC 9(03) VALUE ZEROS.
       77 TC-IX         PIC 9(03) VALUE ZEROS.
       77 TC-IY         PIC 9(03) VALUE ZEROS.
       77 W-TROCOU      PIC 9(01) VALUE ZEROS.
       01 TABCONV.
           03 TC-ENT OCCURS 100 TIMES.
              05 TC-CONV     PIC 9(04).
              05 TC-QTD-DISP PIC 9(06).
              05 TC-UNID     PIC 9(08).
              05 TC-CUSTO    PIC 9(11)V99.
       01 TC-ENT-AUX         PIC X(31).
      *
      *    DISPENSACOES DO MES, ORDENADAS POR CONVENIO E DATA
       77 TD-TOTAL      PIC 9(04) VALUE ZEROS.
       77 TD-IX         PIC 9(04) VALUE ZEROS.
       77 TD-IY         PIC 9(04) VALUE ZEROS.
       77 W-TD-CHEIA    PIC 9(05) VALUE ZEROS.
       01 TABDISP.
           03 TD-ENT OCCURS 2000 TIMES.
              05 TD-CONV     PIC 9(04).
              05 TD-DATA     PIC 9(08).
              05 TD-CPF      PIC 9(11).
              05 TD-CODMEDIC PIC 9(05).
              05 TD-LOTE     PIC X(10).
              05 TD-QTD      PIC 9(06).
              05 TD-CUSTO    PIC 9(09)V99.
       01 TD-ENT-AUX         PIC X(55).
      *
       01 LINCAB.
           03 LC-TITULO       PIC X(50).
           03 LC-DATA         PIC X(10).
       01 LINVAL-ITEM.
           03 FILLER          PIC X(06) VALUE "ITEM: ".
           03 LV-COD          PIC 9(05).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-NOME         PIC X(30).
       01 LINVAL-COL.
           03 FILLER          PIC X(40)
              VALUE "   LOTE        VALIDADE     SALDO  CUSTO".
           03 FILLER          PIC X(40)
              VALUE " UNIT.           VALOR  SITUACAO".
       01 LINVAL-LOTE.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LV-LOTE         PIC X(10).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LV-VALID        PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-SALDO        PIC ZZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-CUSTO        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LV-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LV-SITUACAO     PIC X(10).
       01 LINVAL-SUB.
           03 FILLER          PIC X(15) VALUE "   TOTAL ITEM: ".
           03 LS-TOTAL        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(10) VALUE "  VENCIDO ".
           03 LS-VENC         PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(11) VALUE "  A VENCER ".
           03 LS-AVENC        PIC ZZ.ZZZ.ZZ9,99.
       01 LINTOT.
           03 LT-ROTULO       PIC X(40).
           03 LT-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINDISP-COL.
           03 FILLER          PIC X(40)
              VALUE "DATA       CPF         ITEM  LOTE      ".
           03 FILLER          PIC X(40)
              VALUE "    QTDE        CUSTO".
       01 LINDISP.
           03 LD-DATA         PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-CPF          PIC 9(11).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-COD          PIC 9(05).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-LOTE         PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-QTD          PIC ZZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-CUSTO        PIC ZZ.ZZZ.ZZ9,99.
       01 LINCONV.
           03 FILLER          PIC X(10) VALUE "CONVENIO: ".
           03 LN-CONV         PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LN-NOME         PIC X(30).
       01 LINRESUMO.
           03 LR-CONV         PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-NOME         PIC X(25).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-DISP         PIC ZZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-UNID         PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-CUSTO        PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LR-PERC         PIC ZZ9,9.
           03 FILLER          PIC X(01) VALUE "%".
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CUS-001.
           DISPLAY "CUSTO DA FARMACIA"
           DISPLAY "FUNCAO (1=VALORIZACAO DO ESTOQUE "
                   "2=CONSUMO DO MES POR CONVENIO): "
           ACCEPT W-FUNCAO
           IF W-FUNCAO NOT = 1 AND W-FUNCAO NOT = 2
               DISPLAY "FUNCAO INVALIDA"
               GO TO CUS-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
      *    LIMITE DE 90 DIAS POR VIRADA SIMPLES DE TRES MESES
           MOVE W-HOJE TO W-LIMITE
           ADD 3 TO W-LIM-MES
           IF W-LIM-MES > 12
               SUBTRACT 12 FROM W-LIM-MES
               ADD 1 TO W-LIM-ANO.
           IF W-FUNCAO = 1
               GO TO CUS-OP0.
       CUS-002.
           DISPLAY "MES E ANO DO CONSUMO (MM AAAA): "
           ACCEPT W-MES-REF
           ACCEPT W-ANO-REF
           IF W-MES-REF < 1 OR W-MES-REF > 12 OR W-ANO-REF < 2000
               DISPLAY "MES/ANO INVALIDO"
               GO TO CUS-002.
       CUS-OP0.
           OPEN INPUT CADMEDIC
           IF ST-ERRO-MEDIC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMEDIC"
               GO TO ROT-FIM.
           OPEN INPUT CADLOTMED
           IF ST-ERRO-LOT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOTMED"
               CLOSE CADMEDIC
               GO TO ROT-FIM.
           MOVE SPACES TO W-ARQNOME
           IF W-FUNCAO = 1
               STRING "VALEST" W-HOJE ".DAT"
                  DELIMITED BY SIZE INTO W-ARQNOME
           ELSE
               STRING "CONSFARM" W-ANO-REF W-MES-REF ".DAT"
                  DELIMITED BY SIZE INTO W-ARQNOME.
           OPEN OUTPUT RELCUSTO
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-ARQNOME
               CLOSE CADMEDIC CADLOTMED
               GO TO ROT-FIM.
           IF W-FUNCAO = 2
               GO TO CON-001.
      *
      *****************************************
      * VALORIZACAO: SALDO X CUSTO UNITARIO DE *
      * CADA LOTE, COM QUEBRA POR ITEM         *
      *****************************************
      *
       VAL-001.
           MOVE "VALORIZACAO DO ESTOQUE DA FARMACIA EM " TO LC-TITULO
           MOVE W-HOJE TO W-DATA-AUX
           PERFORM DAT-EDITA THRU DAT-EDITA-FIM
           MOVE W-DATA-ED TO LC-DATA
           MOVE LINCAB TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE ZEROS TO W-COD-ANT
           MOVE LOW-VALUES TO LM-CHAVE
           START CADLOTMED KEY IS NOT LESS THAN LM-CHAVE
           IF ST-ERRO-LOT NOT = "00"
               GO TO VAL-TOTAL.
       VAL-LER.
           READ CADLOTMED NEXT RECORD
           IF ST-ERRO-LOT NOT = "00"
               GO TO VAL-TOTAL.
           IF LM-SALDO = ZEROS
               GO TO VAL-LER.
           IF LM-CODMEDIC NOT = W-COD-ANT
               PERFORM VAL-QUEBRA THRU VAL-QUEBRA-FIM.
           COMPUTE W-VALOR = LM-SALDO * LM-CUSTO-UNIT
           MOVE LM-LOTE TO LV-LOTE
           MOVE LM-VALIDADE TO W-DATA-AUX
           PERFORM DAT-EDITA THRU DAT-EDITA-FIM
           MOVE W-DATA-ED TO LV-VALID
           MOVE LM-SALDO TO LV-SALDO
           MOVE LM-CUSTO-UNIT TO LV-CUSTO
           MOVE W-VALOR TO LV-VALOR
           MOVE SPACES TO LV-SITUACAO
           ADD W-VALOR TO W-IT-TOTAL W-GR-TOTAL
           IF LM-VALIDADE < W-HOJE
               MOVE "VENCIDO" TO LV-SITUACAO
               ADD W-VALOR TO W-IT-VENC W-GR-VENC
           ELSE
               IF LM-VALIDADE NOT > W-LIMITE
                   MOVE "A VENCER" TO LV-SITUACAO
                   ADD W-VALOR TO W-IT-AVENC W-GR-AVENC.
           IF LM-CUSTO-UNIT = ZEROS
               MOVE "SEM CUSTO" TO LV-SITUACAO
               ADD 1 TO W-SEM-CUSTO.
           MOVE LINVAL-LOTE TO LINRELCUSTO
           WRITE LINRELCUSTO
           GO TO VAL-LER.
      *
       VAL-QUEBRA.
           IF W-COD-ANT NOT = ZEROS
               PERFORM VAL-SUBTOT THRU VAL-SUBTOT-FIM.
           MOVE LM-CODMEDIC TO W-COD-ANT CODMEDIC
           READ CADMEDIC
           IF ST-ERRO-MEDIC NOT = "00"
               MOVE "ITEM SEM CADASTRO" TO NOMEMEDIC.
           MOVE SPACES TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE LM-CODMEDIC TO LV-COD
           MOVE NOMEMEDIC   TO LV-NOME
           MOVE LINVAL-ITEM TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE LINVAL-COL TO LINRELCUSTO
           WRITE LINRELCUSTO.
       VAL-QUEBRA-FIM.
           EXIT.
      *
       VAL-SUBTOT.
           MOVE W-IT-TOTAL TO LS-TOTAL
           MOVE W-IT-VENC  TO LS-VENC
           MOVE W-IT-AVENC TO LS-AVENC
           MOVE LINVAL-SUB TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE ZEROS TO W-IT-TOTAL W-IT-VENC W-IT-AVENC.
       VAL-SUBTOT-FIM.
           EXIT.
      *
       VAL-TOTAL.
           IF W-COD-ANT NOT = ZEROS
               PERFORM VAL-SUBTOT THRU VAL-SUBTOT-FIM.
           MOVE SPACES TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE "VALOR TOTAL DO ESTOQUE" TO LT-ROTULO
           MOVE W-GR-TOTAL TO LT-VALOR
           MOVE LINTOT TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE "  VALOR EM LOTES VENCIDOS" TO LT-ROTULO
           MOVE W-GR-VENC TO LT-VALOR
           MOVE LINTOT TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE "  VALOR A VENCER EM 90 DIAS" TO LT-ROTULO
           MOVE W-GR-AVENC TO LT-VALOR
           MOVE LINTOT TO LINRELCUSTO
           WRITE LINRELCUSTO
           COMPUTE W-VALOR = W-GR-TOTAL - W-GR-VENC - W-GR-AVENC
           MOVE "  VALOR EM LOTES DENTRO DA VALIDADE" TO LT-ROTULO
           MOVE W-VALOR TO LT-VALOR
           MOVE LINTOT TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE "LOTES COM SALDO E SEM CUSTO INFORMADO" TO LT-ROTULO
           MOVE W-SEM-CUSTO TO LT-VALOR
           MOVE LINTOT TO LINRELCUSTO
           WRITE LINRELCUSTO
           DISPLAY "VALOR DO ESTOQUE...: " LT-VALOR
           GO TO CUS-FIM.
      *
      *****************************************
      * CONSUMO DO MES: DISPENSACOES (TIPO D,  *
      * COM CPF) COM O CONVENIO DO PACIENTE. O *
      * CUSTO E O DO MOVIMENTO; MOVIMENTO SEM  *
      * CUSTO USA O CUSTO ATUAL DO LOTE        *
      *****************************************
      *
       CON-001.
           OPEN INPUT CADMOVEST
           IF ST-ERRO-MOV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOVEST"
               GO TO CUS-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI = "00"
               MOVE "S" TO W-PACI-OK.
           OPEN INPUT CADCONV
           IF ST-ERRO-CNV = "00"
               MOVE "S" TO W-CNV-OK.
           MOVE ZEROS TO TC-TOTAL TD-TOTAL W-TD-CHEIA.
       CON-LER.
           READ CADMOVEST NEXT RECORD
           AT END
               GO TO CON-ORDENA.
           IF ME-ANO NOT = W-ANO-REF OR ME-MES NOT = W-MES-REF
               GO TO CON-LER.
           IF ME-TIPO NOT = "D" OR ME-CPF = ZEROS
               GO TO CON-LER.
           MOVE ME-CUSTO-UNIT TO W-CUSTO
           IF W-CUSTO = ZEROS
               MOVE ME-CODMEDIC TO LM-CODMEDIC
               MOVE ME-LOTE     TO LM-LOTE
               READ CADLOTMED
               IF ST-ERRO-LOT = "00"
                   MOVE LM-CUSTO-UNIT TO W-CUSTO.
           COMPUTE W-VALOR = ME-QTD * W-CUSTO
           MOVE ZEROS TO W-CONVENIO
           IF W-PACI-OK = "S"
               MOVE ME-CPF TO CPF
               READ CADPACI
               IF ST-ERRO-PACI = "00"
                   MOVE CONVENIO TO W-CONVENIO.
           PERFORM CON-ACUMULA THRU CON-ACUMULA-FIM
           IF TD-TOTAL NOT < 2000
               ADD 1 TO W-TD-CHEIA
               GO TO CON-LER.
           ADD 1 TO TD-TOTAL
           MOVE W-CONVENIO  TO TD-CONV(TD-TOTAL)
           MOVE ME-DATA     TO TD-DATA(TD-TOTAL)
           MOVE ME-CPF      TO TD-CPF(TD-TOTAL)
           MOVE ME-CODMEDIC TO TD-CODMEDIC(TD-TOTAL)
           MOVE ME-LOTE     TO TD-LOTE(TD-TOTAL)
           MOVE ME-QTD      TO TD-QTD(TD-TOTAL)
           MOVE W-VALOR     TO TD-CUSTO(TD-TOTAL)
           GO TO CON-LER.
      *
       CON-ACUMULA.
           MOVE 1 TO TC-IX.
       CON-ACUMULA-BUSCA.
           IF TC-IX > TC-TOTAL
               GO TO CON-ACUMULA-NOVO.
           IF TC-CONV(TC-IX) = W-CONVENIO
               GO TO CON-ACUMULA-SOMA.
           ADD 1 TO TC-IX
           GO TO CON-ACUMULA-BUSCA.
       CON-ACUMULA-NOVO.
           IF TC-TOTAL >= 100
               GO TO CON-ACUMULA-FIM.
           ADD 1 TO TC-TOTAL
           MOVE TC-TOTAL TO TC-IX
           MOVE W-CONVENIO TO TC-CONV(TC-IX)
           MOVE ZEROS TO TC-QTD-DISP(TC-IX) TC-UNID(TC-IX)
                         TC-CUSTO(TC-IX).
       CON-ACUMULA-SOMA.
           ADD 1       TO TC-QTD-DISP(TC-IX) W-QTD-DISP
           ADD ME-QTD  TO TC-UNID(TC-IX)
           ADD W-VALOR TO TC-CUSTO(TC-IX) W-GR-TOTAL.
       CON-ACUMULA-FIM.
           EXIT.
      *
      *****************************************
      * ORDENA AS DISPENSACOES POR CONVENIO E  *
      * DATA E O RESUMO POR CUSTO DECRESCENTE  *
      *****************************************
      *
       CON-ORDENA.
           IF TD-TOTAL < 2
               GO TO CON-ORD-RESUMO.
           MOVE 1 TO W-TROCOU.
       CON-ORD-PASSO.
           IF W-TROCOU = ZEROS
               GO TO CON-ORD-RESUMO.
           MOVE ZEROS TO W-TROCOU
           MOVE 1 TO TD-IX.
       CON-ORD-PAR.
           COMPUTE TD-IY = TD-IX + 1
           IF TD-IY > TD-TOTAL
               GO TO CON-ORD-PASSO.
           IF TD-CONV(TD-IX) < TD-CONV(TD-IY)
               GO TO CON-ORD-PROX.
           IF TD-CONV(TD-IX) = TD-CONV(TD-IY)
              AND TD-DATA(TD-IX) NOT > TD-DATA(TD-IY)
               GO TO CON-ORD-PROX.
           MOVE TD-ENT(TD-IX) TO TD-ENT-AUX
           MOVE TD-ENT(TD-IY) TO TD-ENT(TD-IX)
           MOVE TD-ENT-AUX    TO TD-ENT(TD-IY)
           MOVE 1 TO W-TROCOU.
       CON-ORD-PROX.
           ADD 1 TO TD-IX
           GO TO CON-ORD-PAR.
      *
       CON-ORD-RESUMO.
           IF TC-TOTAL < 2
               GO TO CON-IMP.
           MOVE 1 TO W-TROCOU.
       CON-ORD-RES-PASSO.
           IF W-TROCOU = ZEROS
               GO TO CON-IMP.
           MOVE ZEROS TO W-TROCOU
           MOVE 1 TO TC-IX.
       CON-ORD-RES-PAR.
           COMPUTE TC-IY = TC-IX + 1
           IF TC-IY > TC-TOTAL
               GO TO CON-ORD-RES-PASSO.
           IF TC-CUSTO(TC-IX) < TC-CUSTO(TC-IY)
               MOVE TC-ENT(TC-IX) TO TC-ENT-AUX
               MOVE TC-ENT(TC-IY) TO TC-ENT(TC-IX)
               MOVE TC-ENT-AUX    TO TC-ENT(TC-IY)
               MOVE 1 TO W-TROCOU.
           ADD 1 TO TC-IX
           GO TO CON-ORD-RES-PAR.
      *
      *****************************************
      * IMPRESSAO: DISPENSACOES POR CONVENIO,  *
      * RESUMO POR CONVENIO E PERDAS POR       *
      * VENCIMENTO NO MES                      *
      *****************************************
      *
       CON-IMP.
           MOVE "CONSUMO DA FARMACIA POR CONVENIO - MES " TO LC-TITULO
           MOVE SPACES TO LC-DATA
           STRING W-MES-REF "/" W-ANO-REF
               DELIMITED BY SIZE INTO LC-DATA
           MOVE LINCAB TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE 9999 TO W-CONVENIO
           MOVE 1 TO TD-IX.
       CON-IMP-DET.
           IF TD-IX > TD-TOTAL
               GO TO CON-IMP-RESUMO.
           IF TD-CONV(TD-IX) NOT = W-CONVENIO
               MOVE TD-CONV(TD-IX) TO W-CONVENIO LN-CONV
               PERFORM CNV-NOME THRU CNV-NOME-FIM
               MOVE NOMEC TO LN-NOME
               MOVE SPACES TO LINRELCUSTO
               WRITE LINRELCUSTO
               MOVE LINCONV TO LINRELCUSTO
               WRITE LINRELCUSTO
               MOVE LINDISP-COL TO LINRELCUSTO
               WRITE LINRELCUSTO.
           MOVE TD-DATA(TD-IX) TO W-DATA-AUX
           PERFORM DAT-EDITA THRU DAT-EDITA-FIM
           MOVE W-DATA-ED          TO LD-DATA
           MOVE TD-CPF(TD-IX)      TO LD-CPF
           MOVE TD-CODMEDIC(TD-IX) TO LD-COD
           MOVE TD-LOTE(TD-IX)     TO LD-LOTE
           MOVE TD-QTD(TD-IX)      TO LD-QTD
           MOVE TD-CUSTO(TD-IX)    TO LD-CUSTO
           MOVE LINDISP TO LINRELCUSTO
           WRITE LINRELCUSTO
           ADD 1 TO TD-IX
           GO TO CON-IMP-DET.
      *
       CON-IMP-RESUMO.
           MOVE SPACES TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE "RESUMO POR CONVENIO (0 = PARTICULAR)" TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE "CONV NOME                        DISP     UNIDADES"
                                                      TO LINRELCUSTO
           MOVE "        CUSTO   PART" TO LINRELCUSTO(52:20)
           WRITE LINRELCUSTO
           MOVE 1 TO TC-IX.
       CON-IMP-RES-LOOP.
           IF TC-IX > TC-TOTAL
               GO TO CON-IMP-PERDA.
           MOVE TC-CONV(TC-IX) TO LR-CONV W-CONVENIO
           PERFORM CNV-NOME THRU CNV-NOME-FIM
           MOVE NOMEC TO LR-NOME
           MOVE TC-QTD-DISP(TC-IX) TO LR-DISP
           MOVE TC-UNID(TC-IX)     TO LR-UNID
           MOVE TC-CUSTO(TC-IX)    TO LR-CUSTO
           MOVE ZEROS TO LR-PERC
           IF W-GR-TOTAL > ZEROS
               COMPUTE LR-PERC ROUNDED =
                       TC-CUSTO(TC-IX) * 100 / W-GR-TOTAL.
           MOVE LINRESUMO TO LINRELCUSTO
           WRITE LINRELCUSTO
           ADD 1 TO TC-IX
           GO TO CON-IMP-RES-LOOP.
      *
      *    LOTES QUE VENCERAM NO MES COM SALDO: PERDA DO ESTOQUE
       CON-IMP-PERDA.
           MOVE SPACES TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE "CUSTO TOTAL DISPENSADO NO MES" TO LT-ROTULO
           MOVE W-GR-TOTAL TO LT-VALOR
           MOVE LINTOT TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE SPACES TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE "PERDAS: LOTES VENCIDOS NO MES COM SALDO"
                                                      TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE LINVAL-COL TO LINRELCUSTO
           WRITE LINRELCUSTO
           MOVE ZEROS TO W-GR-VENC
           MOVE LOW-VALUES TO LM-CHAVE
           START CADLOTMED KEY IS NOT LESS THAN LM-CHAVE
           IF ST-ERRO-LOT NOT = "00"
               GO TO CON-IMP-FIM.
       CON-PERDA-LER.
           READ CADLOTMED NEXT RECORD
           IF ST-ERRO-LOT NOT = "00"
               GO TO CON-IMP-FIM.
           MOVE LM-VALIDADE TO W-DATA-AUX
           IF LM-SALDO = ZEROS OR W-DA-ANO NOT = W-ANO-REF
                               OR W-DA-MES NOT = W-MES-REF
               GO TO CON-PERDA-LER.
           COMPUTE W-VALOR = LM-SALDO * LM-CUSTO-UNIT
           ADD W-VALOR TO W-GR-VENC
           MOVE LM-LOTE TO LV-LOTE
           PERFORM DAT-EDITA THRU DAT-EDITA-FIM
           MOVE W-DATA-ED TO LV-VALID
           MOVE LM-SALDO TO LV-SALDO
           MOVE LM-CUSTO-UNIT TO LV-CUSTO
           MOVE W-VALOR TO LV-VALOR
           MOVE LM-CODMEDIC TO CODMEDIC
           READ CADMEDIC
           IF ST-ERRO-MEDIC = "00"
               MOVE NOMEMEDIC TO LV-SITUACAO
           ELSE
               MOVE LM-CODMEDIC TO LV-SITUACAO.
           MOVE LINVAL-LOTE TO LINRELCUSTO
           WRITE LINRELCUSTO
           GO TO CON-PERDA-LER.
       CON-IMP-FIM.
           MOVE "VALOR PERDIDO POR VENCIMENTO NO MES" TO LT-ROTULO
           MOVE W-GR-VENC TO LT-VALOR
           MOVE LINTOT TO LINRELCUSTO
           WRITE LINRELCUSTO
           IF W-TD-CHEIA > ZEROS
               MOVE "DISPENSACOES FORA DO DETALHE (SO NO RESUMO)"
                                                      TO LT-ROTULO
               MOVE W-TD-CHEIA TO LT-VALOR
               MOVE LINTOT TO LINRELCUSTO
               WRITE LINRELCUSTO.
           CLOSE CADMOVEST
           IF W-PACI-OK = "S"
               CLOSE CADPACI.
           IF W-CNV-OK = "S"
               CLOSE CADCONV.
           DISPLAY "DISPENSACOES NO MES: " W-QTD-DISP.
      *
       CUS-FIM.
           CLOSE CADMEDIC CADLOTMED RELCUSTO
           DISPLAY "RELATORIO GRAVADO EM " W-ARQNOME
           GO TO ROT-FIMP.
      *
      *****************************************
      * NOME DO CONVENIO EM W-CONVENIO         *
      *****************************************
      *
       CNV-NOME.
           MOVE SPACES TO NOMEC
           IF W-CONVENIO = ZEROS
               MOVE "PARTICULAR" TO NOMEC
               GO TO CNV-NOME-FIM.
           IF W-CNV-OK NOT = "S"
               GO TO CNV-NOME-FIM.
           MOVE W-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
               MOVE "CONVENIO NAO CADASTRADO" TO NOMEC.
       CNV-NOME-FIM.
           EXIT.
      *
      *****************************************
      * DATA AAAAMMDD DE W-DATA-AUX EM         *
      * DD/MM/AAAA                             *
      *****************************************
      *
       DAT-EDITA.
           MOVE W-DA-DIA TO W-DE-DIA
           MOVE W-DA-MES TO W-DE-MES
           MOVE W-DA-ANO TO W-DE-ANO.
       DAT-EDITA-FIM.
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
