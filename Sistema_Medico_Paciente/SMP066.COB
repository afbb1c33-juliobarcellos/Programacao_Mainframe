       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP066 INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * MANUTENCAO DO CADASTRO DE          *
      * FORNECEDORES DA FARMACIA           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD IS FOR-NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADFORN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADFORN
                      CLOSE CADFORN
                      MOVE "* ARQUIVO CADFORN SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                    NEXT SENTENCE.

       INC-001.
                MOVE ZEROS  TO FOR-CODIGO FOR-CNPJ FOR-PRAZO
                MOVE SPACES TO FOR-NOME FOR-FONE FOR-CONTATO
                MOVE "A"    TO FOR-STATUS
                MOVE ZEROS  TO W-SEL
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 16) "CADASTRO DE FORNECEDORES"
                DISPLAY (04, 01) "CODIGO DO FORNECEDOR: "
                DISPLAY (06, 01) "RAZAO SOCIAL        : "
                DISPLAY (08, 01) "CNPJ                : "
                DISPLAY (10, 01) "TELEFONE            : "
                DISPLAY (12, 01) "CONTATO             : "
                DISPLAY (14, 01) "PRAZO ENTREGA (DIAS): "
                DISPLAY (16, 01) "SITUACAO (A/I)      : ".
       INC-002.
                ACCEPT (04, 23) FOR-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADFORN
                   GO TO ROT-FIM.
                IF FOR-CODIGO = ZEROS
                   MOVE "*** CODIGO NAO PODE SER ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CADFOR01.
                MOVE 0 TO W-SEL
                READ CADFORN
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY (06, 23) FOR-NOME
                      DISPLAY (08, 23) FOR-CNPJ
                      DISPLAY (10, 23) FOR-FONE
                      DISPLAY (12, 23) FOR-CONTATO
                      DISPLAY (14, 23) FOR-PRAZO
                      DISPLAY (16, 23) FOR-STATUS
                      MOVE "*** FORNECEDOR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO ARQUIVO CADFORN"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (06, 23) FOR-NOME WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF FOR-NOME = SPACES
                      MOVE "RAZAO SOCIAL NAO PODE SER BRANCO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
       INC-004.
                ACCEPT (08, 23) FOR-CNPJ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF FOR-CNPJ = ZEROS
                      MOVE "*** CNPJ NAO PODE SER ZERO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
       INC-005.
                ACCEPT (10, 23) FOR-FONE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT (12, 23) FOR-CONTATO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT (14, 23) FOR-PRAZO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT (16, 23) FOR-STATUS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF FOR-STATUS NOT = "A" AND "I"
                      MOVE "*** USE A=ATIVO OU I=INATIVO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-008.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFORN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** FORNECEDOR JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFORN"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                IF W-ACT = 03
                   GO TO INC-003.
      *
      *    FORNECEDOR COM PEDIDOS NAO E APAGADO: PASSA A INATIVO
       EXC-OPC.
                DISPLAY (23, 40) "INATIVAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE "I" TO FOR-STATUS
                REWRITE REGFORN
                IF ST-ERRO = "00"
                   MOVE "*** FORNECEDOR INATIVADO ***      " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFORN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
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
