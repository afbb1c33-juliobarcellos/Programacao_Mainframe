                    05 ANO-VIGFIM PIC 9(04).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 DIAS-RETORNO    PIC 9(03).
                03 REG-ANS         PIC 9(06).
                03 LAYOUT-REM      PIC X(01).
                03 CNPJ-CONV       PIC 9(14).
                03 CONV-FUNC       PIC X(01).

       FD CADPLANO
            LABEL RECORD IS STANDARD
       77 IND1       PIC 9(02) VALUE ZEROS.
       77 W-QTD-PLANO PIC 9(02) VALUE ZEROS.

       01 W-REGCONV-SAVE PIC X(121) VALUE SPACES.
       01 ALFAUN     PIC 9(02) VALUE ZEROS.
       01 TABPLANOC.
          03 T1      PIC 9(02) OCCURS 50 TIMES.
               VALUE  " CODIGO DO TITULAR:".
           05  LINE 12  COLUMN 01
               VALUE  " VIGENCIA INICIO:    /  /       FIM:   /  /".
           05  LINE 13  COLUMN 01
               VALUE  " DIAS DE RETORNO (0=SEM RETORNO):".
           05  LINE 14  COLUMN 01
               VALUE  " REGISTRO ANS DA OPERADORA:".
           05  LINE 15  COLUMN 01
               VALUE  " LAYOUT DA REMESSA (P=PROPRIO/T=TISS):".
           05  LINE 16  COLUMN 01
               VALUE  " CNPJ DA OPERADORA:".
           05  LINE 17  COLUMN 01
               VALUE  " PLANO DOS FUNCIONARIOS (S/N):".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM".
           05  T-CODIGO
           05  T-ANOVIGFIM
               LINE 12  COLUMN 46  PIC 9(04)
               USING  ANO-VIGFIM.
           05  T-DIASRET
               LINE 13  COLUMN 35  PIC 9(03)
               USING  DIAS-RETORNO.
           05  T-REGANS
               LINE 14  COLUMN 29  PIC 9(06)
               USING  REG-ANS.
           05  T-LAYOUTREM
               LINE 15  COLUMN 40  PIC X(01)
               USING  LAYOUT-REM.
           05  T-CNPJCONV
               LINE 16  COLUMN 21  PIC 9(14)
               USING  CNPJ-CONV.
           05  T-CONVFUNC
               LINE 17  COLUMN 32  PIC X(01)
               USING  CONV-FUNC.
           05  TMENS
               LINE 23  COLUMN 12  PIC X(50)
               USING  MENS.
       INC-001.
                MOVE ZEROS  TO CODIGO PLANO VALOR-MENSALIDADE
                               CODIGO-TITULAR
                               VIGENCIA-INICIO VIGENCIA-FIM
                               DIAS-RETORNO REG-ANS CNPJ-CONV.
                MOVE SPACES TO NOMEC PLAN MOTIVO-EXCLUSAO.
                MOVE "T" TO TIPO-CONV.
                MOVE "P" TO LAYOUT-REM.
                MOVE "N" TO CONV-FUNC.
                DISPLAY TELACONV.
       INC-002.
                ACCEPT  T-CODIGO
                      MOVE "*** FIM DA VIGENCIA INCOMPLETO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-022.
      *
      *****************************************
      * JANELA DE RETORNO SEM COBRANCA         *
      *****************************************
      *
       INC-025.
                ACCEPT T-DIASRET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-024.
                IF DIAS-RETORNO > 90
                      MOVE "*** RETORNO DE 0 A 90 DIAS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-025.
      *
      *****************************************
      * REGISTRO ANS E LAYOUT DA REMESSA       *
      *****************************************
      *
       INC-026.
                ACCEPT T-REGANS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-025.
       INC-027.
                ACCEPT T-LAYOUTREM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-026.
                IF LAYOUT-REM = "p" MOVE "P" TO LAYOUT-REM.
                IF LAYOUT-REM = "t" MOVE "T" TO LAYOUT-REM.
                IF LAYOUT-REM NOT = "P" AND LAYOUT-REM NOT = "T"
                      MOVE "*** DIGITE P=PROPRIO OU T=TISS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-027.
                IF LAYOUT-REM = "T" AND REG-ANS = ZEROS
                      MOVE "*** TISS EXIGE O REGISTRO ANS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-026.
       INC-028.
                ACCEPT T-CNPJCONV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-027.
       INC-029.
                ACCEPT T-CONVFUNC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-028.
                IF CONV-FUNC = "s" MOVE "S" TO CONV-FUNC.
                IF CONV-FUNC = "n" MOVE "N" TO CONV-FUNC.
                IF CONV-FUNC NOT = "S" AND CONV-FUNC NOT = "N"
                      MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-029.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-029.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
