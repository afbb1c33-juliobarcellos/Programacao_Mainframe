       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP068.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * SITUACAO DOS PEDIDOS DE COMPRA DA  *
      * FARMACIA: ITENS EM ABERTO OU COM   *
      * ENTREGA PARCIAL, LOTES RECEBIDOS E *
      * PEDIDOS VENCIDOS PELA PREVISAO     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-ERRO-FOR
                    ALTERNATE RECORD IS FOR-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDIC
                    FILE STATUS  IS ST-ERRO-MEDIC
                    ALTERNATE RECORD IS NOMEMEDIC WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT RELPED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADFORN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
                03 FOR-CODIGO      PIC 9(04).
                03 FOR-NOME        PIC X(30).
                03 FOR-CNPJ        PIC 9(14).
                03 FOR-FONE        PIC X(15).
                03 FOR-CONTATO     PIC X(20).
                03 FOR-PRAZO       PIC 9(03).
                03 FOR-STATUS      PIC X(01).

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

       FD RELPED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "PEDABERT.DAT".
       01 LINRELPED           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-PED   PIC X(02) VALUE "00".
       77 ST-ERRO-ENP   PIC X(02) VALUE "00".
       77 ST-ERRO-FOR   PIC X(02) VALUE "00".
       77 ST-ERRO-MEDIC PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-TEM-ENP     PIC 9(01) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-PED-ANT     PIC 9(06) VALUE ZEROS.
       77 W-TOT-ITENS   PIC 9(05) VALUE ZEROS.
       77 W-TOT-PARC    PIC 9(05) VALUE ZEROS.
       77 W-TOT-ATRASO  PIC 9(05) VALUE ZEROS.
       77 W-TOT-PEDIDOS PIC 9(05) VALUE ZEROS.

       01 LINCAB1.
           03 FILLER          PIC X(50)
              VALUE "SITUACAO DOS PEDIDOS DE COMPRA DA FARMACIA EM ".
           03 LC1-DATA        PIC 9(08).
       01 LINCAB2.
           03 FILLER          PIC X(40)
              VALUE "PEDIDO IT MEDIC NOME                    ".
           03 FILLER          PIC X(40)
              VALUE "       PREVISTA PEDIDO RECEB. PENDENTE S".
           03 FILLER          PIC X(07)
              VALUE "ITUACAO".
       01 LINDET-PED.
           03 FILLER          PIC X(08) VALUE "PEDIDO ".
           03 LDP-NUMERO      PIC 9(06).
           03 FILLER          PIC X(11) VALUE "  EMISSAO: ".
           03 LDP-DATA        PIC 9(08).
           03 FILLER          PIC X(14) VALUE "  FORNECEDOR: ".
           03 LDP-FORN        PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDP-FORNOME     PIC X(30).
       01 LINDET-ITE.
           03 FILLER          PIC X(07) VALUE SPACES.
           03 LDI-ITEM        PIC 99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDI-CODMEDIC    PIC 9(05).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDI-NOME        PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDI-PREVISTA    PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDI-QTD-PED     PIC ZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDI-QTD-REC     PIC ZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDI-PENDENTE    PIC ZZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDI-SIT         PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDI-AVISO       PIC X(10).
       01 LINDET-ENT.
           03 FILLER          PIC X(18) VALUE SPACES.
           03 FILLER          PIC X(13) VALUE "RECEBIDO EM: ".
           03 LDE-DATA        PIC 9(08).
           03 FILLER          PIC X(07) VALUE " LOTE: ".
           03 LDE-LOTE        PIC X(10).
           03 FILLER          PIC X(11) VALUE " VALIDADE: ".
           03 LDE-VALIDADE    PIC 9(08).
           03 FILLER          PIC X(07) VALUE " QTDE: ".
           03 LDE-QTD         PIC ZZZZZ9.
       01 LINTOT1.
           03 FILLER          PIC X(30)
              VALUE "PEDIDOS COM SALDO EM ABERTO: ".
           03 LT1-QTD         PIC ZZZZ9.
       01 LINTOT2.
           03 FILLER          PIC X(30)
              VALUE "ITENS EM ABERTO............: ".
           03 LT2-QTD         PIC ZZZZ9.
       01 LINTOT3.
           03 FILLER          PIC X(30)
              VALUE "ITENS COM ENTREGA PARCIAL..: ".
           03 LT3-QTD         PIC ZZZZ9.
       01 LINTOT4.
           03 FILLER          PIC X(30)
              VALUE "ITENS COM PREVISAO VENCIDA.: ".
           03 LT4-QTD         PIC ZZZZ9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       REL-OP0.
           OPEN INPUT CADPEDCOMP
           IF ST-ERRO-PED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPEDCOMP"
               GO TO ROT-FIM.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               CLOSE CADPEDCOMP
               GO TO ROT-FIM.
           OPEN INPUT CADMEDIC
           IF ST-ERRO-MEDIC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMEDIC"
               CLOSE CADPEDCOMP CADFORN
               GO TO ROT-FIM.
           MOVE 1 TO W-TEM-ENP
           OPEN INPUT CADENTPED
           IF ST-ERRO-ENP NOT = "00"
               MOVE ZEROS TO W-TEM-ENP.
           OPEN OUTPUT RELPED
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDABERT"
               CLOSE CADPEDCOMP CADFORN CADMEDIC
               IF W-TEM-ENP = 1
                   CLOSE CADENTPED
                   GO TO ROT-FIM
               ELSE
                   GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO LC1-DATA
           MOVE LINCAB1 TO LINRELPED
           WRITE LINRELPED
           MOVE SPACES TO LINRELPED
           WRITE LINRELPED
           MOVE LINCAB2 TO LINRELPED
           WRITE LINRELPED.
      *
      *****************************************
      * ITENS ABERTOS (A) OU PARCIAIS (P)      *
      *****************************************
      *
       REL-LER.
                READ CADPEDCOMP NEXT RECORD
                AT END
                    GO TO REL-FIM.
                IF PC-SITUACAO NOT = "A" AND PC-SITUACAO NOT = "P"
                    GO TO REL-LER.
                IF PC-NUMERO NOT = W-PED-ANT
                    PERFORM REL-PEDIDO THRU REL-PEDIDO-FIM.
                MOVE PC-ITEM     TO LDI-ITEM
                MOVE PC-CODMEDIC TO LDI-CODMEDIC CODMEDIC
                READ CADMEDIC
                IF ST-ERRO-MEDIC = "00"
                    MOVE NOMEMEDIC TO LDI-NOME
                ELSE
                    MOVE "MEDICAMENTO NAO CADASTRADO" TO LDI-NOME.
                MOVE PC-PREVISTA TO LDI-PREVISTA
                MOVE PC-QTD-PED  TO LDI-QTD-PED
                MOVE PC-QTD-REC  TO LDI-QTD-REC
                COMPUTE LDI-PENDENTE = PC-QTD-PED - PC-QTD-REC
                ADD 1 TO W-TOT-ITENS
                IF PC-SITUACAO = "P"
                    MOVE "PARCIAL" TO LDI-SIT
                    ADD 1 TO W-TOT-PARC
                ELSE
                    MOVE "ABERTO"  TO LDI-SIT.
                IF PC-PREVISTA < W-HOJE
                    MOVE "ATRASADO" TO LDI-AVISO
                    ADD 1 TO W-TOT-ATRASO
                ELSE
                    MOVE SPACES TO LDI-AVISO.
                MOVE LINDET-ITE TO LINRELPED
                WRITE LINRELPED
                IF W-TEM-ENP = 1
                    PERFORM REL-ENTREGAS THRU REL-ENTREGAS-FIM.
                GO TO REL-LER.
      *
       REL-PEDIDO.
                MOVE PC-NUMERO TO W-PED-ANT
                ADD 1 TO W-TOT-PEDIDOS
                MOVE PC-NUMERO TO LDP-NUMERO
                MOVE PC-DATA   TO LDP-DATA
                MOVE PC-FORN   TO LDP-FORN FOR-CODIGO
                READ CADFORN
                IF ST-ERRO-FOR = "00"
                    MOVE FOR-NOME TO LDP-FORNOME
                ELSE
                    MOVE "FORNECEDOR NAO CADASTRADO" TO LDP-FORNOME.
                MOVE SPACES TO LINRELPED
                WRITE LINRELPED
                MOVE LINDET-PED TO LINRELPED
                WRITE LINRELPED.
       REL-PEDIDO-FIM.
                EXIT.
      *
      *****************************************
      * LOTES JA ENTREGUES DO ITEM             *
      *****************************************
      *
       REL-ENTREGAS.
                MOVE PC-NUMERO TO EP-NUMERO
                MOVE PC-ITEM   TO EP-ITEM
                MOVE ZEROS     TO EP-SEQ
                START CADENTPED KEY IS NOT LESS THAN EP-CHAVE
                IF ST-ERRO-ENP NOT = "00"
                    GO TO REL-ENTREGAS-FIM.
       REL-ENTREGAS-LER.
                READ CADENTPED NEXT RECORD
                IF ST-ERRO-ENP NOT = "00"
                    GO TO REL-ENTREGAS-FIM.
                IF EP-NUMERO NOT = PC-NUMERO OR EP-ITEM NOT = PC-ITEM
                    GO TO REL-ENTREGAS-FIM.
                MOVE EP-DATA     TO LDE-DATA
                MOVE EP-LOTE     TO LDE-LOTE
                MOVE EP-VALIDADE TO LDE-VALIDADE
                MOVE EP-QTD      TO LDE-QTD
                MOVE LINDET-ENT TO LINRELPED
                WRITE LINRELPED
                GO TO REL-ENTREGAS-LER.
       REL-ENTREGAS-FIM.
                EXIT.
      *
       REL-FIM.
                MOVE SPACES TO LINRELPED
                WRITE LINRELPED
                MOVE W-TOT-PEDIDOS TO LT1-QTD
                MOVE LINTOT1 TO LINRELPED
                WRITE LINRELPED
                MOVE W-TOT-ITENS TO LT2-QTD
                MOVE LINTOT2 TO LINRELPED
                WRITE LINRELPED
                MOVE W-TOT-PARC TO LT3-QTD
                MOVE LINTOT3 TO LINRELPED
                WRITE LINRELPED
                MOVE W-TOT-ATRASO TO LT4-QTD
                MOVE LINTOT4 TO LINRELPED
                WRITE LINRELPED
                CLOSE CADPEDCOMP CADFORN CADMEDIC RELPED
                IF W-TEM-ENP = 1
                    CLOSE CADENTPED.
                DISPLAY "RELATORIO GRAVADO EM PEDABERT.DAT"
                DISPLAY "ITENS EM ABERTO....: " W-TOT-ITENS
                DISPLAY "ITENS ATRASADOS....: " W-TOT-ATRASO
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
